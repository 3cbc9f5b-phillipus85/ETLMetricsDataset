      *          ELIMINAN EL PASO DE CORTE DEL EXTRACTO, SU CHEQUEO  *
      *          DE SECUENCIA Y SU DRENAJE: EL PROCESO LO CONDUCE    *
      *          SOLO RD255SE                                        *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192175                                       *
      * FECHA  : 04 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: OPCION ORDENAR-RD255SE: SI RD255SE LLEGA SIN        *
      *          CLASIFICAR SE ORDENA EN LA CORRIDA A RD255OR, SE    *
      *          INFORMA LA CANTIDAD DE CUENTAS FUERA DE ORDEN EN EL *
      *          LOG Y EN LA BITACORA Y SE TERMINA CON RC 4          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDB457.
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  RD255SE     ASSIGN TO WK-RD255-ARCHIVO-ACTUAL
                               FILE STATUS ES-RD255SE.

           SELECT  RD255OR     ASSIGN TO SYS006-RD255OR
                               FILE STATUS ES-RD255OR.

           SELECT  SD255       ASSIGN TO SORTWK1.

           SELECT  RD160SS     ASSIGN TO SYS003-RD160SS
                               FILE STATUS ES-RD160SS.

           03 RD255E-NOM-ARCHIVO-CARG       PIC X(100).
           03 RD255E-NOM-ARCHIVO-RED        PIC X(100).

      *----------------------------------------------------------------*
      * RD255SE RECLASIFICADO POR CUENTA CUANDO LLEGA SIN ORDENAR Y LA *
      * TARJETA ORDENAR-RD255SE=S LO PERMITE, Y SU ARCHIVO DE SORT     *
      *----------------------------------------------------------------*
       FD  RD255OR.
       01  REG-RD255OR                      PIC X(253).

       SD  SD255.
       01  REG-SD255.
           03 SD255-NRO-CUENTA              PIC 9(16).
           03 FILLER                        PIC X(237).

       FD  RD160SS.
       01  REG-RD160SS.
           03 RD160S-NRO-CUENTA             PIC 9(16).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).
           03  WK-ORDENAR-RD255             PIC   X(01) VALUE 'N'.
           03  ES-RD255OR                   PIC   X(02).
           03  WK-FUERA-ORDEN-255           PIC   9(10).
           03  WK-SW-ORDENADO-255           PIC   9(01).
           03  WK-PRE-255-ANT               PIC   9(16).
           03  WK-SW-PRE-255-INI            PIC   9(01).
           03  SW-FIN-PRE-255               PIC   9(01).

       01  WK-RD255-ARCHIVO-ACTUAL          PIC   X(30)
                                            VALUE 'SYS002-RD255SE'.

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
      * EL INITIALIZE BORRA LOS VALUE DE WK-VARIABLES: SE RESIEMBRA
      * AQUI EL DEFAULT DE MAX-TASA-ERROR ANTES DE LEER LA TARJETA
           MOVE 10 TO WK-MAX-TASA-ERROR.
           MOVE 'N' TO WK-ORDENAR-RD255.
           PERFORM 111-CARGAR-CALENDARIO THRU 111-FIN.
           PERFORM 110-LEER-FECPRSS THRU 110-FIN.
           PERFORM 101-LEER-PARMSS THRU 101-FIN.
                CLOSE    CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           IF WK-ORDENAR-RD255 = 'S'
              PERFORM 102-VERIFICAR-ORDEN-255 THRU 102-FIN
           END-IF.

           OPEN OUTPUT RD160SS.
           IF  ES-RD160SS NOT = '00' AND '97'
               DISPLAY 'ERROR AL ABRIR ARCHIVO RD160SS ' ES-RD160SS
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-MAX-TASA-ERROR
               WHEN 'ORDENAR-RD255SE'
                   IF WK-PARM-VAL-CH(1) NOT = 'S' AND 'N'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-VAL-CH(1) TO WK-ORDENAR-RD255
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM160SS: '
                            WK-PARM-CLAVE
              DISPLAY '  (SIN TARJETAS PARM160SS, TODO POR DEFECTO)'.
           DISPLAY '  FECHA-PROCESO        = ' WK-FECHA-OVERRIDE.
           DISPLAY '  MAX-TASA-ERROR       = ' WK-MAX-TASA-ERROR.
           DISPLAY '  ORDENAR-RD255SE      = ' WK-ORDENAR-RD255.

       1019-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CON ORDENAR-RD255SE=S, ANTES DE EMPAREJAR SE RECORRE RD255SE   *
      * CONTANDO LAS CUENTAS DESCENDENTES. SI VIENE EN ORDEN SE REABRE *
      * TAL CUAL; SI NO, SE CLASIFICA POR CUENTA A RD255OR Y LA        *
      * CORRIDA SIGUE SOBRE ESA COPIA. EL DESORDEN QUEDA EN EL LOG Y   *
      * EN LA BITACORA                                                 *
      *----------------------------------------------------------------*
       102-VERIFICAR-ORDEN-255.

           MOVE 0 TO WK-FUERA-ORDEN-255.
           MOVE 0 TO WK-SW-PRE-255-INI.
           MOVE 0 TO SW-FIN-PRE-255.
           PERFORM 1020-LEER-PREVIA-255 THRU 1020-FIN
                   UNTIL SW-FIN-PRE-255 = 1.
           CLOSE RD255SE.

           IF WK-FUERA-ORDEN-255 = 0
              OPEN INPUT RD255SE
              IF ES-RD255SE NOT = '00' AND '97'
                 DISPLAY 'ERROR AL REABRIR ARCHIVO RD255SE '
                          ES-RD255SE
                 MOVE     999           TO   RETURN-CODE
                 CLOSE    CN285SE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              GO TO 102-FIN
           END-IF.

           MOVE 1 TO WK-SW-ORDENADO-255.
           DISPLAY '*** AVISO: RD255SE LLEGO SIN CLASIFICAR, SE '
                   'ORDENA EN LA CORRIDA'.
           DISPLAY '    CUENTAS FUERA ORDEN: ' WK-FUERA-ORDEN-255.

           SORT SD255 ON ASCENDING KEY SD255-NRO-CUENTA
                WITH DUPLICATES IN ORDER
                USING RD255SE
                GIVING RD255OR.
           IF SORT-RETURN NOT = 0
              DISPLAY 'ERROR AL CLASIFICAR RD255SE, SORT-RETURN '
                       SORT-RETURN
              MOVE     999           TO   RETURN-CODE
              CLOSE    CN285SE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE 'SYS006-RD255OR' TO WK-RD255-ARCHIVO-ACTUAL.
           OPEN INPUT RD255SE.
           IF ES-RD255SE NOT = '00' AND '97'
              DISPLAY 'ERROR AL ABRIR RD255SE CLASIFICADO '
                       ES-RD255SE
              MOVE     999           TO   RETURN-CODE
              CLOSE    CN285SE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       102-FIN.
           EXIT.

       1020-LEER-PREVIA-255.

           READ RD255SE.
           IF ES-RD255SE = '00'
              IF WK-SW-PRE-255-INI = 1 AND
                 RD255E-NRO-CUENTA < WK-PRE-255-ANT
                 ADD 1 TO WK-FUERA-ORDEN-255
              END-IF
              MOVE RD255E-NRO-CUENTA TO WK-PRE-255-ANT
              MOVE 1                 TO WK-SW-PRE-255-INI
           ELSE
            IF ES-RD255SE = '10' OR '46'
              MOVE 1 TO SW-FIN-PRE-255
            ELSE
               DISPLAY 'ERROR EN PASADA PREVIA DE RD255SE '
                        ES-RD255SE
               MOVE     999  TO RETURN-CODE
               CLOSE    CN285SE
               CLOSE    RD255SE
               PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1020-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS (AVANZADO POR EL PASO DE CIERRE RBD476) ESA FECHA      *
              DISPLAY 'REGS. CON ERROR DE LECTURA : ' WK-CANT-RD161SS
              DISPLAY '--------------------------------------'.

           IF WK-SW-ORDENADO-255 = 1
              DISPLAY '*** AVISO: RD255SE LLEGO SIN CLASIFICAR Y SE '
                      'ORDENO EN LA CORRIDA'
              DISPLAY '    CUENTAS FUERA ORDEN : ' WK-FUERA-ORDEN-255
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 310-GRABAR-TRL-RD160SS THRU 310-FIN.
           PERFORM 320-GRABAR-TRL-RD161SS THRU 320-FIN.
           PERFORM 991-GRABAR-LEDGER      THRU 991-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LECTURAS-CN285SE'   TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-CIFIN      TO RBLEDG-CONT-VALOR(1).
           MOVE 'LEIDOS-RD255SE'     TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-GRABADOS          TO RBLEDG-CONT-VALOR(3).
           MOVE 'ERRORES-LECTURA'    TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CANT-RD161SS      TO RBLEDG-CONT-VALOR(4).
           MOVE 'RD255SE-DESORDEN'   TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-FUERA-ORDEN-255   TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'

      *          TRANSACCION SIN REGLA VIGENTE SE CUENTA Y LA        *
      *          CORRIDA DEJA RETURN-CODE 4 PARA COMPLETAR EL        *
      *          TARIFARIO                                           *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192165                                       *
      * FECHA  : 22 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: SENTIDO DE LA TARIFA AL FINAL DE TARIFSS Y DE       *
      *          RB502SS: 'C' LA RED NOS PAGA (POR COBRAR), 'P' LE   *
      *          PAGAMOS A LA RED (POR PAGAR); ESPACIOS = 'C' PARA   *
      *          LOS TARIFARIOS YA CARGADOS. RBD516 FACTURA Y DA     *
      *          SEGUIMIENTO A LOS SALDOS CON ESTE SENTIDO. LA HOJA  *
      *          DE LIQUIDACION ABRE LOS TOTALES TAMBIEN POR SENTIDO *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192170                                       *
      * FECHA  : 27 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RESUMEN DE VOLUMEN RB502VS (VSAM, LLAVE RED + TIPO  *
      *          + MONEDA) CON CANTIDAD, MONTO Y TARIFA ACTUAL DEL   *
      *          PERIODO, INCLUIDAS LAS TRANSACCIONES SIN REGLA, E   *
      *          INDICADOR DE REGLA DE TIPO EXACTO. LO LEE RDK08404  *
      *          PARA SIMULAR UNA REGLA PROPUESTA ANTES DE CARGARLA  *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LA FECHA DE PROCESO QUE SE GRABA EN RB502VS SALE DE *
      *          GEC002, REEMPLAZADA POR FECPRSS (SYS032) SI EXISTE, *
      *          COMO EN EL RESTO DE LA LINEA DE BALANCE, Y NO DE LA *
      *          FECHA DEL RELOJ. CORRE EN RBD502P.JCL DESPUES DE    *
      *          RBD543, QUE DESCARGA TARIFSS DESDE RD479SS          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD502.
           SELECT  RB502SS     ASSIGN TO SYS003-RB502SS
                               FILE STATUS ES-RB502SS.

           SELECT  RB502VS     ASSIGN TO SYS004-RB502VS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RB502VS-LLAVE
                               FILE STATUS ES-RB502VS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

       DATA DIVISION.
       FILE SECTION.

           03 TARIF-FECHA-HASTA           PIC 9(08).
           03 TARIF-TASA-PCT              PIC 9(03)V9(04).
           03 TARIF-TARIFA-FIJA           PIC 9(07)V9(02).
           03 TARIF-SENTIDO               PIC X(01).

      *----------------------------------------------------------------*
      * LISTA DE GENERACIONES DE EXTRACTOS POR RED A LIQUIDAR (UN      *
           03 RB502SS-MONEDA              PIC X(03).
           03 RB502SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB502SS-TARIFA              PIC 9(11)V9(02).
           03 RB502SS-SENTIDO             PIC X(01).
              88 RB502SS-POR-COBRAR       VALUE 'C'.
              88 RB502SS-POR-PAGAR        VALUE 'P'.

      *----------------------------------------------------------------*
      * RESUMEN DE VOLUMEN DEL PERIODO POR RED + TIPO + MONEDA, CON    *
      * LA TARIFA QUE RESULTO DEL TARIFARIO VIGENTE (CERO SI NO HUBO   *
      * REGLA). IND-EXACTA 'S' SI LA TARIFO UNA REGLA DE TIPO EXACTO,  *
      * 'N' SI FUE EL COMODIN DE LA RED O NO HUBO REGLA                *
      *----------------------------------------------------------------*
       FD  RB502VS.
       01  REG-RB502VS.
           03 RB502VS-LLAVE.
              05 RB502VS-RED-ADQUIR       PIC X(02).
              05 RB502VS-TIP-TRANSAC      PIC X(03).
              05 RB502VS-MONEDA           PIC X(03).
           03 RB502VS-FECHA-MIN           PIC 9(08).
           03 RB502VS-FECHA-MAX           PIC 9(08).
           03 RB502VS-CANT                PIC 9(10).
           03 RB502VS-MONTO               PIC 9(15)V9(02).
           03 RB502VS-TARIFA              PIC 9(13)V9(02).
           03 RB502VS-CANT-SIN-REGLA      PIC 9(10).
           03 RB502VS-IND-EXACTA          PIC X(01).
           03 RB502VS-SENTIDO             PIC X(01).
           03 RB502VS-FECHA-PROCESO       PIC 9(08).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

       WORKING-STORAGE SECTION.

           03  ES-LSTGENSS                  PIC   X(02).
           03  ES-RB457RD                   PIC   X(02).
           03  ES-RB502SS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RB502VS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-CANT-REGLAS               PIC   9(03).
           03  WK-IX-REGLA                  PIC   9(03).
           03  WK-CANT-GRUPOS               PIC   9(03).
           03  WK-IX-GRUPO                  PIC   9(03).
           03  WK-SW-GRUPO-HALLADO          PIC   9(01).
           03  WK-IND-EXACTA                PIC   X(01).
           03  WK-CANT-VOLUMEN              PIC   9(03).
           03  WK-IX-VOLUMEN                PIC   9(03).
           03  WK-SW-VOLUMEN-HALLADO        PIC   9(01).

       01  WK-GEN-ARCHIVO-ACTUAL            PIC   X(100).
       01  WK-FECHA-SISTEMA                 PIC   9(08).

       01  TB-LISTA-GENS.
           03  TB-LGEN OCCURS 31 TIMES      PIC   X(100).
               05 TB-RG-HASTA               PIC  9(08).
               05 TB-RG-TASA                PIC  9(03)V9(04).
               05 TB-RG-FIJA                PIC  9(07)V9(02).
               05 TB-RG-SENTIDO             PIC  X(01).

      *----------------------------------------------------------------*
      * TOTALES DE LIQUIDACION POR RED + TIPO + MONEDA                 *
               05 TB-LQ-RED                 PIC  X(02).
               05 TB-LQ-TIPO                PIC  X(03).
               05 TB-LQ-MONEDA              PIC  X(03).
               05 TB-LQ-SENTIDO             PIC  X(01).
               05 TB-LQ-CANT                PIC  9(10).
               05 TB-LQ-MONTO               PIC  9(15)V9(02).
               05 TB-LQ-TARIFA              PIC  9(13)V9(02).

      *----------------------------------------------------------------*
      * VOLUMEN POR RED + TIPO + MONEDA PARA RB502VS, INCLUIDAS LAS    *
      * TRANSACCIONES SIN REGLA QUE NO ENTRAN EN LA LIQUIDACION        *
      *----------------------------------------------------------------*
       01  TB-VOLUMEN.
           03  TB-VOL OCCURS 150 TIMES.
               05 TB-VL-RED                 PIC  X(02).
               05 TB-VL-TIPO                PIC  X(03).
               05 TB-VL-MONEDA              PIC  X(03).
               05 TB-VL-FECHA-MIN           PIC  9(08).
               05 TB-VL-FECHA-MAX           PIC  9(08).
               05 TB-VL-CANT                PIC  9(10).
               05 TB-VL-MONTO               PIC  9(15)V9(02).
               05 TB-VL-TARIFA              PIC  9(13)V9(02).
               05 TB-VL-SIN-REGLA           PIC  9(10).
               05 TB-VL-IND-EXACTA          PIC  X(01).
               05 TB-VL-SENTIDO             PIC  X(01).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-LEER-GENERACIONES THRU 200-FIN.
           PERFORM 900-HOJA-LIQUIDACION  THRU 900-FIN.
           PERFORM 910-GRABAR-VOLUMEN    THRU 910-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           INITIALIZE WK-VARIABLES.
           INITIALIZE TB-LISTA-GENS.
           INITIALIZE TB-TARIFARIO.
           INITIALIZE TB-LIQUIDACION.
           INITIALIZE TB-VOLUMEN.
           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.

           PERFORM 101-CARGAR-TARIFARIO THRU 101-FIN.
           PERFORM 105-CARGAR-LISTA     THRU 105-FIN.
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB502VS.
           IF   ES-RB502VS NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR RESUMEN RB502VS ' ES-RB502VS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       110-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

       101-CARGAR-TARIFARIO.

           MOVE 0 TO WK-CANT-REGLAS.
              MOVE TARIF-FECHA-HASTA TO TB-RG-HASTA(WK-CANT-REGLAS)
              MOVE TARIF-TASA-PCT    TO TB-RG-TASA(WK-CANT-REGLAS)
              MOVE TARIF-TARIFA-FIJA TO TB-RG-FIJA(WK-CANT-REGLAS)
              IF TARIF-SENTIDO = 'P'
                 MOVE 'P' TO TB-RG-SENTIDO(WK-CANT-REGLAS)
              ELSE
                 IF TARIF-SENTIDO = 'C' OR SPACE
                    MOVE 'C' TO TB-RG-SENTIDO(WK-CANT-REGLAS)
                 ELSE
                    DISPLAY 'SENTIDO INVALIDO EN TARIFSS: ' REG-TARIFSS
                    MOVE     999           TO   RETURN-CODE
                    PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                 END-IF
              END-IF
           END-IF.

       1010-FIN.
                         WK-REGLA-HALLADA > 0.

           IF WK-REGLA-HALLADA = 0
              MOVE 'N' TO WK-IND-EXACTA
              MOVE WK-REGLA-COMODIN TO WK-REGLA-HALLADA
           ELSE
              MOVE 'S' TO WK-IND-EXACTA
           END-IF.

           IF WK-REGLA-HALLADA = 0
              ADD 1 TO WK-SIN-REGLA
              MOVE 0 TO WK-TARIFA
              PERFORM 830-ACUMULAR-VOLUMEN THRU 830-FIN
              GO TO 220-FIN
           END-IF.

           MOVE RB457RD-MONEDA        TO RB502SS-MONEDA.
           MOVE RB457RD-MONTO-TRANSAC TO RB502SS-MONTO-TRANSAC.
           MOVE WK-TARIFA             TO RB502SS-TARIFA.
           MOVE TB-RG-SENTIDO(WK-REGLA-HALLADA)
                                      TO RB502SS-SENTIDO.
           WRITE REG-RB502SS.
           IF ES-RB502SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR RB502SS ' ES-RB502SS
           ADD 1 TO WK-TARIFADAS.

           PERFORM 820-ACUMULAR-GRUPO THRU 820-FIN.
           PERFORM 830-ACUMULAR-VOLUMEN THRU 830-FIN.

       220-FIN.
           EXIT.
              MOVE RB457RD-RED-ADQUIR  TO TB-LQ-RED(WK-IX-GRUPO)
              MOVE RB457RD-TIP-TRANSAC TO TB-LQ-TIPO(WK-IX-GRUPO)
              MOVE RB457RD-MONEDA      TO TB-LQ-MONEDA(WK-IX-GRUPO)
              MOVE RB502SS-SENTIDO     TO TB-LQ-SENTIDO(WK-IX-GRUPO)
           END-IF.

           ADD 1                      TO TB-LQ-CANT(WK-IX-GRUPO).
           ADD 1 TO WK-IX-GRUPO.
           IF RB457RD-RED-ADQUIR  = TB-LQ-RED(WK-IX-GRUPO) AND
              RB457RD-TIP-TRANSAC = TB-LQ-TIPO(WK-IX-GRUPO) AND
              RB457RD-MONEDA      = TB-LQ-MONEDA(WK-IX-GRUPO) AND
              RB502SS-SENTIDO     = TB-LQ-SENTIDO(WK-IX-GRUPO)
              MOVE 1 TO WK-SW-GRUPO-HALLADO.

       8200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * VOLUMEN DEL PERIODO PARA RB502VS: LA TRANSACCION SIN REGLA     *
      * SUMA CANTIDAD Y MONTO CON TARIFA CERO                          *
      *----------------------------------------------------------------*
       830-ACUMULAR-VOLUMEN.

           MOVE 0 TO WK-IX-VOLUMEN.
           MOVE 0 TO WK-SW-VOLUMEN-HALLADO.
           PERFORM 8300-BUSCAR-VOLUMEN THRU 8300-FIN
                   UNTIL WK-IX-VOLUMEN >= WK-CANT-VOLUMEN OR
                         WK-SW-VOLUMEN-HALLADO = 1.

           IF WK-SW-VOLUMEN-HALLADO = 0
              IF WK-CANT-VOLUMEN >= 150
                 DISPLAY 'TABLA DE VOLUMEN LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-VOLUMEN
              MOVE WK-CANT-VOLUMEN     TO WK-IX-VOLUMEN
              MOVE RB457RD-RED-ADQUIR  TO TB-VL-RED(WK-IX-VOLUMEN)
              MOVE RB457RD-TIP-TRANSAC TO TB-VL-TIPO(WK-IX-VOLUMEN)
              MOVE RB457RD-MONEDA      TO TB-VL-MONEDA(WK-IX-VOLUMEN)
              MOVE RB457RD-FECHA-TRANSAC
                                       TO TB-VL-FECHA-MIN(WK-IX-VOLUMEN)
              MOVE 'N'            TO TB-VL-IND-EXACTA(WK-IX-VOLUMEN)
           END-IF.

           IF RB457RD-FECHA-TRANSAC < TB-VL-FECHA-MIN(WK-IX-VOLUMEN)
              MOVE RB457RD-FECHA-TRANSAC
                                     TO TB-VL-FECHA-MIN(WK-IX-VOLUMEN)
           END-IF.
           IF RB457RD-FECHA-TRANSAC > TB-VL-FECHA-MAX(WK-IX-VOLUMEN)
              MOVE RB457RD-FECHA-TRANSAC
                                     TO TB-VL-FECHA-MAX(WK-IX-VOLUMEN)
           END-IF.

           ADD 1                      TO TB-VL-CANT(WK-IX-VOLUMEN).
           ADD RB457RD-MONTO-TRANSAC  TO TB-VL-MONTO(WK-IX-VOLUMEN).
           ADD WK-TARIFA              TO TB-VL-TARIFA(WK-IX-VOLUMEN).

           IF WK-REGLA-HALLADA = 0
              ADD 1 TO TB-VL-SIN-REGLA(WK-IX-VOLUMEN)
           ELSE
              MOVE TB-RG-SENTIDO(WK-REGLA-HALLADA)
                                     TO TB-VL-SENTIDO(WK-IX-VOLUMEN)
              IF WK-IND-EXACTA = 'S'
                 MOVE 'S'            TO TB-VL-IND-EXACTA(WK-IX-VOLUMEN)
              END-IF
           END-IF.

       830-FIN.
           EXIT.

       8300-BUSCAR-VOLUMEN.

           ADD 1 TO WK-IX-VOLUMEN.
           IF RB457RD-RED-ADQUIR  = TB-VL-RED(WK-IX-VOLUMEN) AND
              RB457RD-TIP-TRANSAC = TB-VL-TIPO(WK-IX-VOLUMEN) AND
              RB457RD-MONEDA      = TB-VL-MONEDA(WK-IX-VOLUMEN)
              MOVE 1 TO WK-SW-VOLUMEN-HALLADO.

       8300-FIN.
           EXIT.

       900-HOJA-LIQUIDACION.

           DISPLAY '=============================================='.
           DISPLAY 'RED ' TB-LQ-RED(WK-IX-GRUPO)
                   ' TIPO ' TB-LQ-TIPO(WK-IX-GRUPO)
                   ' ' TB-LQ-MONEDA(WK-IX-GRUPO)
                   ' ' TB-LQ-SENTIDO(WK-IX-GRUPO)
                   ' CANT ' TB-LQ-CANT(WK-IX-GRUPO)
                   ' MONTO ' TB-LQ-MONTO(WK-IX-GRUPO)
                   ' TARIFA ' TB-LQ-TARIFA(WK-IX-GRUPO).
       9000-FIN.
           EXIT.

       910-GRABAR-VOLUMEN.

           MOVE 0 TO WK-IX-VOLUMEN.
           PERFORM 9100-GRABAR-UN-VOLUMEN THRU 9100-FIN
                   UNTIL WK-IX-VOLUMEN >= WK-CANT-VOLUMEN.
           DISPLAY 'RENGLONES GRABADOS EN RB502VS : ' WK-CANT-VOLUMEN.

       910-FIN.
           EXIT.

       9100-GRABAR-UN-VOLUMEN.

           ADD 1 TO WK-IX-VOLUMEN.
           INITIALIZE REG-RB502VS.
           MOVE TB-VL-RED(WK-IX-VOLUMEN)    TO RB502VS-RED-ADQUIR.
           MOVE TB-VL-TIPO(WK-IX-VOLUMEN)   TO RB502VS-TIP-TRANSAC.
           MOVE TB-VL-MONEDA(WK-IX-VOLUMEN) TO RB502VS-MONEDA.
           MOVE TB-VL-FECHA-MIN(WK-IX-VOLUMEN)
                                            TO RB502VS-FECHA-MIN.
           MOVE TB-VL-FECHA-MAX(WK-IX-VOLUMEN)
                                            TO RB502VS-FECHA-MAX.
           MOVE TB-VL-CANT(WK-IX-VOLUMEN)   TO RB502VS-CANT.
           MOVE TB-VL-MONTO(WK-IX-VOLUMEN)  TO RB502VS-MONTO.
           MOVE TB-VL-TARIFA(WK-IX-VOLUMEN) TO RB502VS-TARIFA.
           MOVE TB-VL-SIN-REGLA(WK-IX-VOLUMEN)
                                            TO RB502VS-CANT-SIN-REGLA.
           MOVE TB-VL-IND-EXACTA(WK-IX-VOLUMEN)
                                            TO RB502VS-IND-EXACTA.
           MOVE TB-VL-SENTIDO(WK-IX-VOLUMEN) TO RB502VS-SENTIDO.
           MOVE WK-FECHA-SISTEMA            TO RB502VS-FECHA-PROCESO.

           WRITE REG-RB502VS.
           IF ES-RB502VS NOT = '00'
              DISPLAY 'ERROR AL GRABAR RB502VS ' ES-RB502VS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       9100-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '--------------------------------------'.

           CLOSE RB502SS.
           CLOSE RB502VS.
           STOP      RUN.

       990-FIN.

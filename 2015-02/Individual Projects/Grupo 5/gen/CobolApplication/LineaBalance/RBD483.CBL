      *          DEL ENVIO (QUE RBD470 TOMA DE ENTTAB) SE REGISTRA   *
      *          EN EL MANIFIESTO (RB484-ENTIDAD), PARA SABER DE     *
      *          QUE ENTIDAD ES CADA ARCHIVO ENVIADO                 *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192193                                       *
      * FECHA  : 20 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: ANTES DE REGISTRAR EL ENVIO SE VERIFICA EL SELLO    *
      *          CON LLAVE QUE RBD539 DEJO EN EL REGISTRO DE         *
      *          ENTREGAS RB539SS (LLAVES EN RBSKYSS): SIN SELLO,    *
      *          CON LA GRACIA DE LA LLAVE VENCIDA O CON UN SELLO O  *
      *          CANTIDAD DISTINTOS EL ENVIO NO SE REGISTRA EN       *
      *          RB484SS Y LA CORRIDA DEJA RETURN-CODE 8. EL         *
      *          RESULTADO QUEDA ANOTADO EN RB539SS                  *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LA GRACIA DE LA LLAVE DE SELLO SE MIDE CONTRA LA    *
      *          FECHA DE PROCESO (GEC002, REEMPLAZADA POR FECPRSS   *
      *          SI EXISTE), LA MISMA QUE USA RBD539 AL SELLAR, Y NO *
      *          CONTRA LA FECHA DEL RELOJ: UN REPROCESO O UNA       *
      *          CORRIDA PASADA LA MEDIANOCHE TOMABAN OTRA LLAVE     *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD483.
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RB484-LLAVE
                               FILE STATUS ES-RB484SS.

           SELECT  RB539SS     ASSIGN TO SYS003-RB539SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB539-LLAVE
                               FILE STATUS ES-RB539SS.

           SELECT  RBSKYSS     ASSIGN TO SYS004-RBSKYSS
                               FILE STATUS ES-RBSKYSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.


       DATA DIVISION.
       FILE SECTION.
           03 RB484-VERSION-FORMATO       PIC 9(2).
           03 RB484-ENTIDAD               PIC X(10).
      *----------------------------------------------------------------*
      * REGISTRO DE ENTREGAS SELLADAS, MISMO LAYOUT QUE GRABA RBD539   *
      *----------------------------------------------------------------*
       FD  RB539SS.
       01  REG-RB539SS.
           03 RB539-LLAVE.
              05 RB539-ARCHIVO            PIC X(08).
              05 RB539-FECHA-SELLO        PIC 9(08).
              05 RB539-HORA-SELLO         PIC 9(08).
           03 RB539-FECHA-PROCESO         PIC 9(08).
           03 RB539-CANT-REGS             PIC 9(10).
           03 RB539-GENERACION            PIC 9(04).
           03 RB539-SELLO                 PIC 9(18).
           03 RB539-ESTADO                PIC X(01).
              88 RB539-SELLADO            VALUE 'S'.
              88 RB539-VERIFICADO         VALUE 'V'.
              88 RB539-ALTERADO           VALUE 'X'.
           03 RB539-FECHA-VERIF           PIC 9(08).
           03 RB539-HORA-VERIF            PIC 9(08).
           03 RB539-PROGRAMA-VERIF        PIC X(08).
      *----------------------------------------------------------------*
      * REGISTRO DE LLAVES DE SELLO (VER RBD539)                       *
      *----------------------------------------------------------------*
       FD  RBSKYSS.
       01  REG-RBSKYSS.
           03 RBSKY-GENERACION            PIC 9(04).
           03 RBSKY-FECHA-ROTACION        PIC 9(08).
           03 RBSKY-DIAS-GRACIA           PIC 9(05).
           03 RBSKY-LLAVE                 PIC 9(18).
      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

       WORKING-STORAGE SECTION.

           03  WK-VERSION-FORMATO           PIC   9(02).
           03  WK-ENTIDAD-HDR               PIC   X(10).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-RB539SS                   PIC   X(02).
           03  ES-RBSKYSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  WK-SW-REGISTRO-ABIERTO       PIC   9(01).
           03  WK-SW-SELLO-HALLADO          PIC   9(01).
           03  WK-SW-LLAVE-VALIDA           PIC   9(01).
           03  WK-SW-SELLO-OK               PIC   9(01).
           03  WK-SW-FIN-SELLO              PIC   9(01).
           03  WK-SEL-LEIDOS                PIC   9(10).
           03  WK-GEN-SELLO                 PIC   9(04).
           03  WK-CANT-GENERACIONES         PIC   9(03).
           03  WK-IX-GEN                    PIC   9(03).
           03  WK-DIAS-DESDE                PIC   S9(07).

       01  TB-GENERACIONES.
           03  TB-GEN OCCURS 50 TIMES.
               05 TB-GEN-NUMERO             PIC  9(04).
               05 TB-GEN-FECHA              PIC  9(08).
               05 TB-GEN-DIAS-GRACIA        PIC  9(05).
               05 TB-GEN-LLAVE              PIC  9(18).

      * ULTIMO SELLO REGISTRADO DE CNB470SS
       01  WK-SELLO-REGISTRADO              PIC   X(89).

      *----------------------------------------------------------------*
      * CALCULO DEL SELLO, MISMA ARITMETICA QUE RBD539                 *
      *----------------------------------------------------------------*
       01  WK-SEL-LLAVE                     PIC   9(18).
       01  WK-SEL-LLAVE-R REDEFINES WK-SEL-LLAVE.
           03  WK-SEL-K1                    PIC   9(09).
           03  WK-SEL-K2                    PIC   9(09).
       01  WK-SEL-P1                        PIC   9(09) VALUE 999999937.
       01  WK-SEL-P2                        PIC   9(09) VALUE 999999929.
       01  WK-SEL-BASE-MULT                 PIC   9(08) VALUE 1000003.
       01  WK-SEL-RANGO-MULT                PIC   9(08) VALUE 8999999.
       01  WK-SEL-M1                        PIC   9(08).
       01  WK-SEL-M2                        PIC   9(08).
       01  WK-SEL-H1                        PIC   9(09).
       01  WK-SEL-H2                        PIC   9(09).
       01  WK-SEL-PRODUCTO                  PIC   9(18).
       01  WK-SEL-COCIENTE                  PIC   9(18).
       01  WK-SEL-RESTO                     PIC   9(09).
       01  WK-SEL-FIN-REG                   PIC   9(03) VALUE 257.
       01  WK-SELLO                         PIC   9(18).
       01  WK-SELLO-R REDEFINES WK-SELLO.
           03  WK-SELLO-H1                  PIC   9(09).
           03  WK-SELLO-H2                  PIC   9(09).

       01  WK-SEL-DATOS                     PIC   X(100).
       01  WK-SEL-DATOS-R REDEFINES WK-SEL-DATOS.
           03  WK-SEL-CAR OCCURS 100 TIMES  PIC   X(01).
       01  WK-SEL-LARGO                     PIC   9(03) VALUE 100.
       01  WK-SEL-IX                        PIC   9(03).
       01  WK-BYTE-BIN                      PIC   9(04) COMP.
       01  WK-BYTE-BIN-R REDEFINES WK-BYTE-BIN.
           03  FILLER                       PIC   X(01).
           03  WK-BYTE-CAR                  PIC   X(01).

      * CAMPOS DEL CALCULO DE NUMERO DE DIA JULIANO
       01  WK-FECHA-JDN                     PIC   9(08).
       01  WK-FECHA-JDN-R REDEFINES WK-FECHA-JDN.
           03 WK-JD-ANIO                    PIC   9(04).
           03 WK-JD-MES                     PIC   9(02).
           03 WK-JD-DIA                     PIC   9(02).
       01  WK-JD-A                          PIC   9(02).
       01  WK-JD-Y                          PIC   9(05).
       01  WK-JD-M                          PIC   9(02).
       01  WK-JD-T1                         PIC   9(05).
       01  WK-JD-T2                         PIC   9(05).
       01  WK-JD-T3                         PIC   9(05).
       01  WK-JD-T4                         PIC   9(05).
       01  WK-JDN                           PIC   9(08).
       01  WK-JDN-PROCESO                   PIC   9(08).
       01  WK-FECHA-HOY                     PIC   9(08).
       01  WK-FECHA-SISTEMA                 PIC   9(08).

       01  WK-HORA-GEN                      PIC       9(6).
       01  WK-HORA-INICIO                   PIC       9(8).
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 300-CONTROLAR-TRAILER THRU 300-FIN.
           PERFORM 350-VERIFICAR-SELLO   THRU 350-FIN.
           PERFORM 400-REGISTRAR-ENVIO   THRU 400-FIN.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

           MOVE    WK-HORA-INICIO(1:6) TO WK-HORA-GEN

           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-GENERACIONES.
           ACCEPT  WK-FECHA-HOY   FROM DATE YYYYMMDD.
           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           PERFORM 110-LEER-FECPRSS THRU 110-FIN.

           PERFORM 120-CARGAR-SELLO THRU 120-FIN.

           OPEN INPUT CNB470SS.
           IF   ES-CNB470SS NOT = '00'
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

      *----------------------------------------------------------------*
      * ULTIMO SELLO REGISTRADO POR RBD539 PARA CNB470SS Y LLAVE DE SU *
      * GENERACION. SIN SELLO O SIN LLAVE VALIDA NO SE CALCULA NADA:   *
      * 350-VERIFICAR-SELLO DETIENE EL REGISTRO DEL ENVIO              *
      *----------------------------------------------------------------*
       120-CARGAR-SELLO.

           OPEN I-O RB539SS.
           IF   ES-RB539SS = '35'
                DISPLAY 'SIN REGISTRO DE ENTREGAS RB539SS'
                GO TO 120-FIN.
           IF   ES-RB539SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO DE ENTREGAS RB539SS '
                         ES-RB539SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-REGISTRO-ABIERTO.

           PERFORM 750-BUSCAR-SELLO THRU 750-FIN.
           IF WK-SW-SELLO-HALLADO = 0
              GO TO 120-FIN
           END-IF.

           OPEN INPUT RBSKYSS.
           IF   ES-RBSKYSS = '97'
                MOVE '00'  TO ES-RBSKYSS.
           IF   ES-RBSKYSS = '00'
                PERFORM 1200-LEER-RBSKYSS THRU 1200-FIN
                        UNTIL ES-RBSKYSS NOT = '00'
                CLOSE RBSKYSS
           END-IF.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.
           MOVE RB539-GENERACION TO WK-GEN-SELLO.
           PERFORM 760-LLAVE-DE-GENERACION THRU 760-FIN.
           IF WK-SW-LLAVE-VALIDA = 1
              PERFORM 700-INICIAR-SELLO THRU 700-FIN
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-RBSKYSS.

           READ RBSKYSS.
           IF ES-RBSKYSS = '00' AND WK-CANT-GENERACIONES < 50
              ADD 1 TO WK-CANT-GENERACIONES
              MOVE RBSKY-GENERACION     TO
                   TB-GEN-NUMERO(WK-CANT-GENERACIONES)
              MOVE RBSKY-FECHA-ROTACION TO
                   TB-GEN-FECHA(WK-CANT-GENERACIONES)
              MOVE RBSKY-DIAS-GRACIA    TO
                   TB-GEN-DIAS-GRACIA(WK-CANT-GENERACIONES)
              MOVE RBSKY-LLAVE          TO
                   TB-GEN-LLAVE(WK-CANT-GENERACIONES)
           END-IF.

       1200-FIN.
           EXIT.

       200-PROCESO.

           EVALUATE CNB470-DET-TIPO-REG
           READ CNB470SS

           IF ES-CNB470SS = '00'
              IF WK-SW-LLAVE-VALIDA = 1
                 ADD 1 TO WK-SEL-LEIDOS
                 MOVE REG-CNB470SS-HDR TO WK-SEL-DATOS
                 PERFORM 710-SELLAR-REGISTRO THRU 710-FIN
              END-IF
           ELSE
            IF ES-CNB470SS = '10' OR '46'
              MOVE 1 TO SW-FIN
       300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EL ARCHIVO DEBE SER EL MISMO QUE SELLO RBD539 AL PRODUCIRSE:   *
      * MISMA CANTIDAD DE REGISTROS Y MISMO SELLO CON LA LLAVE DE LA   *
      * GENERACION REGISTRADA. SIN SELLO, CON LLAVE VENCIDA O CON UN   *
      * SELLO DISTINTO EL ENVIO NO SE REGISTRA Y QUEDA RETURN-CODE 8   *
      *----------------------------------------------------------------*
       350-VERIFICAR-SELLO.

           IF WK-SW-SELLO-HALLADO = 0
              DISPLAY 'CNB470SS SIN SELLO REGISTRADO EN RB539SS: '
                      'NO TRANSMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 350-FIN
           END-IF.
           IF WK-SW-LLAVE-VALIDA NOT = 1
              DISPLAY 'LA LLAVE DE LA GENERACION ' WK-GEN-SELLO
                      ' NO EXISTE O SU GRACIA VENCIO: NO TRANSMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 350-FIN
           END-IF.

           PERFORM 720-CERRAR-SELLO THRU 720-FIN.

           MOVE WK-SELLO-REGISTRADO TO REG-RB539SS.
           READ RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'ERROR AL RELEER SELLO EN RB539SS ' ES-RB539SS
              MOVE     999           TO   RETURN-CODE
              GO TO 350-FIN
           END-IF.

           IF WK-SELLO = RB539-SELLO AND WK-SEL-LEIDOS = RB539-CANT-REGS
              SET RB539-VERIFICADO TO TRUE
              MOVE 1 TO WK-SW-SELLO-OK
              DISPLAY 'SELLO DE CNB470SS VERIFICADO'
           ELSE
              SET RB539-ALTERADO   TO TRUE
              DISPLAY 'CNB470SS CAMBIO DESPUES DE SELLADO: '
                      'NO TRANSMITIR'
              DISPLAY '  SELLADO EL ' RB539-FECHA-SELLO ' '
                      RB539-HORA-SELLO ' CON ' RB539-CANT-REGS
                      ' REGS, HOY ' WK-SEL-LEIDOS ' REGS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WK-FECHA-HOY   TO RB539-FECHA-VERIF.
           MOVE WK-HORA-INICIO TO RB539-HORA-VERIF.
           MOVE 'RBD483'       TO RB539-PROGRAMA-VERIF.
           REWRITE REG-RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'AVISO: NO SE ANOTO LA VERIFICACION EN RB539SS '
                       ES-RB539SS
           END-IF.

       350-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRA EL ENVIO EN EL MAESTRO RB484SS CON ESTADO 'E'. EL     *
      * MAESTRO SE CREA EN LA PRIMERA CORRIDA; ANTE LLAVE DUPLICADA    *
      *----------------------------------------------------------------*
       400-REGISTRAR-ENVIO.

           IF WK-SW-SELLO-OK = 0
              DISPLAY 'ENVIO NO REGISTRADO EN RB484SS POR FALLA DE '
                      'SELLO'
              GO TO 400-FIN
           END-IF.

           OPEN I-O RB484SS.
           IF   ES-RB484SS = '35'
                OPEN OUTPUT RB484SS
       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SELLO: H = (H * M + BYTE + 1) MOD P POR CADA BYTE, UN MARCADOR *
      * DE FIN DE REGISTRO, Y AL FINAL UN CIERRE CON LA OTRA MITAD DE  *
      * LA LLAVE (VER RBD539)                                          *
      *----------------------------------------------------------------*
       700-INICIAR-SELLO.

           DIVIDE WK-SEL-K1 BY WK-SEL-RANGO-MULT
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-RESTO.
           COMPUTE WK-SEL-M1 = WK-SEL-BASE-MULT + WK-SEL-RESTO.
           DIVIDE WK-SEL-K2 BY WK-SEL-RANGO-MULT
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-RESTO.
           COMPUTE WK-SEL-M2 = WK-SEL-BASE-MULT + WK-SEL-RESTO.
           DIVIDE WK-SEL-K2 BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           DIVIDE WK-SEL-K1 BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       700-FIN.
           EXIT.

       710-SELLAR-REGISTRO.

           MOVE 0 TO WK-SEL-IX.
           PERFORM 7100-SELLAR-BYTE THRU 7100-FIN
                   UNTIL WK-SEL-IX >= WK-SEL-LARGO.

           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-SEL-FIN-REG.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-SEL-FIN-REG.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       710-FIN.
           EXIT.

       7100-SELLAR-BYTE.

           ADD 1 TO WK-SEL-IX.
           MOVE 0 TO WK-BYTE-BIN.
           MOVE WK-SEL-CAR(WK-SEL-IX) TO WK-BYTE-CAR.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-BYTE-BIN + 1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-BYTE-BIN + 1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       7100-FIN.
           EXIT.

       720-CERRAR-SELLO.

           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-SEL-K1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-SEL-K2.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.
           MOVE WK-SEL-H1 TO WK-SELLO-H1.
           MOVE WK-SEL-H2 TO WK-SELLO-H2.

       720-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ULTIMO SELLO REGISTRADO DE CNB470SS                            *
      *----------------------------------------------------------------*
       750-BUSCAR-SELLO.

           MOVE 0          TO WK-SW-SELLO-HALLADO.
           MOVE 'CNB470SS' TO RB539-ARCHIVO.
           MOVE 0          TO RB539-FECHA-SELLO.
           MOVE 0          TO RB539-HORA-SELLO.
           START RB539SS KEY IS NOT LESS THAN RB539-LLAVE.
           IF ES-RB539SS NOT = '00'
              GO TO 750-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-SELLO.
           PERFORM 7500-LEER-SELLO THRU 7500-FIN
                   UNTIL WK-SW-FIN-SELLO = 1.
           IF WK-SW-SELLO-HALLADO = 1
              MOVE WK-SELLO-REGISTRADO TO REG-RB539SS
           END-IF.

       750-FIN.
           EXIT.

       7500-LEER-SELLO.

           READ RB539SS NEXT RECORD.
           IF ES-RB539SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-SELLO
              GO TO 7500-FIN
           END-IF.
           IF RB539-ARCHIVO NOT = 'CNB470SS'
              MOVE 1 TO WK-SW-FIN-SELLO
              GO TO 7500-FIN
           END-IF.
           MOVE 1           TO WK-SW-SELLO-HALLADO.
           MOVE REG-RB539SS TO WK-SELLO-REGISTRADO.

       7500-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LLAVE DE LA GENERACION WK-GEN-SELLO. LA GENERACION VALE SI     *
      * ESTA EN EL REGISTRO Y NO HAY ROTACION SIGUIENTE CUYA GRACIA    *
      * YA HAYA VENCIDO                                                *
      *----------------------------------------------------------------*
       760-LLAVE-DE-GENERACION.

           MOVE 0 TO WK-SW-LLAVE-VALIDA.
           MOVE 0 TO WK-SEL-LLAVE.
           MOVE 0 TO WK-IX-GEN.
           PERFORM 7600-PROBAR-GENERACION THRU 7600-FIN
                   UNTIL WK-IX-GEN >= WK-CANT-GENERACIONES.
           IF WK-SEL-LLAVE = 0
              MOVE 0 TO WK-SW-LLAVE-VALIDA
           END-IF.

       760-FIN.
           EXIT.

       7600-PROBAR-GENERACION.

           ADD 1 TO WK-IX-GEN.
           IF TB-GEN-NUMERO(WK-IX-GEN) = WK-GEN-SELLO
              MOVE TB-GEN-LLAVE(WK-IX-GEN) TO WK-SEL-LLAVE
              IF WK-SW-LLAVE-VALIDA = 0
                 MOVE 1 TO WK-SW-LLAVE-VALIDA
              END-IF
              GO TO 7600-FIN
           END-IF.
           IF TB-GEN-NUMERO(WK-IX-GEN) NOT = WK-GEN-SELLO + 1
              GO TO 7600-FIN
           END-IF.

           MOVE TB-GEN-FECHA(WK-IX-GEN) TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-DIAS-DESDE = WK-JDN-PROCESO - WK-JDN.
           IF WK-DIAS-DESDE > TB-GEN-DIAS-GRACIA(WK-IX-GEN)
              MOVE 2 TO WK-SW-LLAVE-VALIDA
           END-IF.

       7600-FIN.
           EXIT.

       800-CALCULAR-JDN.

           COMPUTE WK-JD-A = (14 - WK-JD-MES) / 12.
           COMPUTE WK-JD-Y = WK-JD-ANIO + 4800 - WK-JD-A.
           COMPUTE WK-JD-M = WK-JD-MES + (12 * WK-JD-A) - 3.
           COMPUTE WK-JD-T1 = ((153 * WK-JD-M) + 2) / 5.
           DIVIDE WK-JD-Y BY 4   GIVING WK-JD-T2.
           DIVIDE WK-JD-Y BY 100 GIVING WK-JD-T3.
           DIVIDE WK-JD-Y BY 400 GIVING WK-JD-T4.
           COMPUTE WK-JDN = WK-JD-DIA + WK-JD-T1 + (365 * WK-JD-Y)
                          + WK-JD-T2 - WK-JD-T3 + WK-JD-T4 - 32045.

       800-FIN.
           EXIT.


      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 2                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'DETALLES-CNB470SS'  TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-DET          TO RBLEDG-CONT-VALOR(1).
           MOVE 'SELLO-VERIFICADO'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-SW-SELLO-OK       TO RBLEDG-CONT-VALOR(2).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE CNB470SS.
           IF WK-SW-REGISTRO-ABIERTO = 1
              CLOSE RB539SS
           END-IF.
           STOP      RUN.

       990-FIN.

      *          LLAVE DESCENDENTE TERMINA CON RETURN-CODE 12 COMO   *
      *          EN RBD457. DIFERENCIAS O PARTIDAS DE UN SOLO LADO   *
      *          DEJAN RETURN-CODE 4 PARA LA MESA DE LIQUIDACION     *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192164                                       *
      * FECHA  : 20 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: MAESTRO DE CASOS DE DISPUTA RB491CS (KSDS, LLAVE    *
      *          RED + CUENTA + TRANSACCION). CADA PARTIDA DE RB491DF*
      *          O RB491SL ABRE UN CASO (O ACTUALIZA EL QUE YA ESTA  *
      *          ABIERTO; UNO YA RESUELTO SE REABRE). UNA PARTIDA    *
      *          QUE EMPAREJA IGUAL (RB491IG) CIERRA AUTOMATICAMENTE *
      *          SU CASO PENDIENTE COMO GANADO CON EL MONTO QUE LA   *
      *          RED LIQUIDO. LA FECHA DEL PROCESO TOMA GEC002 SI NO *
      *          HAY FECPRSS. RECLAMOS, RESOLUCIONES MANUALES Y LA   *
      *          ANTIGUEDAD DIARIA POR RED LOS LLEVA RBD515          *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192193                                       *
      * FECHA  : 20 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: NUEVA TARJETA PARM491SS (ARCHIVO=RB457VI, RB457MC O *
      *          RB457OT, OBLIGATORIA). ANTES DE ABRIR LAS SALIDAS   *
      *          SE RELEE EL EXTRACTO Y SE VERIFICA EL SELLO CON     *
      *          LLAVE QUE RBD539 DEJO EN EL REGISTRO DE ENTREGAS    *
      *          RB539SS (LLAVES EN RBSKYSS): SIN SELLO, CON LA      *
      *          GRACIA DE LA LLAVE VENCIDA O CON UN SELLO O         *
      *          CANTIDAD DISTINTOS NO SE CONCILIA NADA Y LA CORRIDA *
      *          TERMINA CON RETURN-CODE 8                           *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LA GRACIA DE LA LLAVE DE SELLO SE MIDE CONTRA LA    *
      *          FECHA DE PROCESO (WK-FECHA-SISTEMA), LA MISMA QUE   *
      *          USA RBD539 AL SELLAR, Y NO CONTRA LA FECHA DEL      *
      *          RELOJ: UN REPROCESO O UNA CORRIDA PASADA LA         *
      *          MEDIANOCHE TOMABAN OTRA LLAVE                       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD491.
           SELECT  RB491SL     ASSIGN TO SYS005-RB491SL
                               FILE STATUS ES-RB491SL.

           SELECT  RB491CS     ASSIGN TO SYS006-RB491CS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RB491CS-LLAVE
                               FILE STATUS ES-RB491CS.

           SELECT  PARM491SS   ASSIGN TO SYS007-PARM491SS
                               FILE STATUS ES-PARM491SS.

           SELECT  RB539SS     ASSIGN TO SYS008-RB539SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB539-LLAVE
                               FILE STATUS ES-RB539SS.

           SELECT  RBSKYSS     ASSIGN TO SYS009-RBSKYSS
                               FILE STATUS ES-RBSKYSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           03 RB491SL-MONEDA              PIC X(3).
           03 RB491SL-FECHA-TRANSAC       PIC 9(8).

      *----------------------------------------------------------------*
      * MAESTRO DE CASOS DE DISPUTA CON LAS REDES. TIPO DE CASO: 'D'   *
      * DIFERENCIA DE MONTO O MONEDA, 'N' SOLO EN NUESTRO EXTRACTO,    *
      * 'R' SOLO EN LA LIQUIDACION DE LA RED. IND-CIERRE 'A' CERRADO   *
      * AUTOMATICAMENTE POR RBD491, 'M' RESUELTO A MANO EN RBD515      *
      *----------------------------------------------------------------*
       FD  RB491CS.
       01  REG-RB491CS.
           03 RB491CS-LLAVE.
              05 RB491CS-RED-ADQUIR       PIC X(2).
              05 RB491CS-NUM-CTA          PIC 9(16).
              05 RB491CS-NUM-TRANSAC      PIC 9(16).
           03 RB491CS-TIPO-CASO           PIC X(1).
           03 RB491CS-ESTADO              PIC X(1).
              88 RB491CS-ABIERTO          VALUE 'A'.
              88 RB491CS-RECLAMADO        VALUE 'C'.
              88 RB491CS-GANADO           VALUE 'G'.
              88 RB491CS-PERDIDO          VALUE 'P'.
              88 RB491CS-PENDIENTE        VALUE 'A' 'C'.
           03 RB491CS-TIP-TRANSAC         PIC X(3).
           03 RB491CS-FECHA-TRANSAC       PIC 9(8).
           03 RB491CS-MONTO-NUESTRO       PIC 9(13)V9(02).
           03 RB491CS-MONEDA-NUESTRA      PIC X(3).
           03 RB491CS-MONTO-RED           PIC 9(13)V9(02).
           03 RB491CS-MONEDA-RED          PIC X(3).
           03 RB491CS-FECHA-APERTURA      PIC 9(8).
           03 RB491CS-FECHA-ULT-VISTO     PIC 9(8).
           03 RB491CS-FECHA-RECLAMO       PIC 9(8).
           03 RB491CS-FECHA-RESOLUCION    PIC 9(8).
           03 RB491CS-MONTO-RESOLUCION    PIC 9(13)V9(02).
           03 RB491CS-IND-CIERRE          PIC X(1).
           03 RB491CS-USUARIO             PIC X(13).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR: EL      *
      * ARCHIVO= NOMBRA EL EXTRACTO QUE APUNTA LA DD RB457RD, PARA     *
      * VERIFICAR SU SELLO ANTES DE CONCILIAR                          *
      *----------------------------------------------------------------*
       FD  PARM491SS.
       01  REG-PARM491SS                  PIC X(80).

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
       FD  FECPRSS.
       01  REG-FECPRSS.
           03  ES-RB491IG                   PIC   X(02).
           03  ES-RB491DF                   PIC   X(02).
           03  ES-RB491SL                   PIC   X(02).
           03  ES-RB491CS                   PIC   X(02).
           03  WK-CASOS-ABIERTOS            PIC   9(10).
           03  WK-CASOS-CERRADOS            PIC   9(10).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN-NUESTRO               PIC   9(01).
           03  WK-CANT-MON                  PIC   9(02).
           03  WK-IX-MON                    PIC   9(02).
           03  WK-SW-MON-HALLADA            PIC   9(01).
           03  ES-PARM491SS                 PIC   X(02).
           03  ES-RB539SS                   PIC   X(02).
           03  ES-RBSKYSS                   PIC   X(02).
           03  WK-CANT-IGUAL                PIC   9(02).
           03  WK-SW-SELLO-HALLADO          PIC   9(01).
           03  WK-SW-LLAVE-VALIDA           PIC   9(01).
           03  WK-SW-FIN-SELLO              PIC   9(01).
           03  WK-SEL-LEIDOS                PIC   9(10).
           03  WK-GEN-SELLO                 PIC   9(04).
           03  WK-CANT-GENERACIONES         PIC   9(03).
           03  WK-IX-GEN                    PIC   9(03).
           03  WK-DIAS-DESDE                PIC   S9(07).

      * EXTRACTO QUE SE CONCILIA Y PARAMETROS DE SU TARJETA
       01  WK-ARCHIVO                       PIC   X(08).
       01  WK-PARM-CLAVE                    PIC   X(30).
       01  WK-PARM-VALOR                    PIC   X(50).

      * DATOS DE LA PARTIDA PARA ABRIR O REFRESCAR SU CASO DE DISPUTA
       01  WK-DATOS-CASO.
           03 WK-CASO-TIPO                  PIC   X(01).
           03 WK-CASO-RED                   PIC   X(02).
           03 WK-CASO-NUM-CTA               PIC   9(16).
           03 WK-CASO-NUM-TRANSAC           PIC   9(16).
           03 WK-CASO-TIP-TRANSAC           PIC   X(03).
           03 WK-CASO-FECHA-TRANSAC         PIC   9(08).
           03 WK-CASO-MONTO-NUESTRO         PIC   9(13)V9(02).
           03 WK-CASO-MONEDA-NUESTRA        PIC   X(03).
           03 WK-CASO-MONTO-RED             PIC   9(13)V9(02).
           03 WK-CASO-MONEDA-RED            PIC   X(03).

       01  WK-LLAVE-NUESTRO.
           03 WK-LN-NUM-CTA                 PIC   9(16).
                  07 TB-MC-CANT             PIC   9(10).
                  07 TB-MC-MONTO            PIC   9(15)V9(02).

       01  TB-GENERACIONES.
           03  TB-GEN OCCURS 50 TIMES.
               05 TB-GEN-NUMERO             PIC  9(04).
               05 TB-GEN-FECHA              PIC  9(08).
               05 TB-GEN-DIAS-GRACIA        PIC  9(05).
               05 TB-GEN-LLAVE              PIC  9(18).

      * ULTIMO SELLO REGISTRADO DEL EXTRACTO
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

       01  WK-SEL-DATOS                     PIC   X(269).
       01  WK-SEL-DATOS-R REDEFINES WK-SEL-DATOS.
           03  WK-SEL-CAR OCCURS 269 TIMES  PIC   X(01).
       01  WK-SEL-LARGO                     PIC   9(03) VALUE 269.
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
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-MONEDAS-CTL.
           INITIALIZE  TB-GENERACIONES.
           PERFORM 106-LEER-FECPRSS THRU 106-FIN.
           PERFORM 107-LEER-PARM491SS THRU 107-FIN.
           PERFORM 108-VERIFICAR-SELLO THRU 108-FIN.

           OPEN INPUT RB457RD.
           IF   ES-RB457RD NOT = '00'
                CLOSE    RB491DF
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN I-O RB491CS.
           IF   ES-RB491CS = '35'
                OPEN OUTPUT RB491CS
                CLOSE       RB491CS
                OPEN I-O    RB491CS.
           IF   ES-RB491CS NOT = '00'
                DISPLAY 'ERROR AL ABRIR CASOS DE DISPUTA RB491CS '
                         ES-RB491CS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB457RD
                CLOSE    LIQREDSS
                CLOSE    RB491IG
                CLOSE    RB491DF
                CLOSE    RB491SL
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 210-LEER-NUESTRO THRU 210-FIN.
           PERFORM 220-LEER-RED     THRU 220-FIN.

       106-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EL NOMBRE DEL EXTRACTO ES OBLIGATORIO: SIN EL NO HAY SELLO QUE *
      * VERIFICAR                                                      *
      *----------------------------------------------------------------*
       107-LEER-PARM491SS.

           MOVE SPACES TO WK-ARCHIVO.
           OPEN INPUT PARM491SS.
           IF   ES-PARM491SS = '97'
                MOVE '00'  TO ES-PARM491SS.
           IF   ES-PARM491SS = '00'
                PERFORM 1070-LEER-TARJETA THRU 1070-FIN
                        UNTIL ES-PARM491SS NOT = '00'
                CLOSE PARM491SS
           END-IF.

           IF WK-ARCHIVO NOT = 'RB457VI' AND 'RB457MC' AND 'RB457OT'
              DISPLAY 'ARCHIVO= AUSENTE O INVALIDO EN PARM491SS : '
                       WK-ARCHIVO
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.
           DISPLAY 'EXTRACTO A CONCILIAR       : ' WK-ARCHIVO.

       107-FIN.
           EXIT.

       1070-LEER-TARJETA.

           READ PARM491SS.
           IF ES-PARM491SS = '00'
              IF REG-PARM491SS = SPACES OR REG-PARM491SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1071-PROCESAR-TARJETA THRU 1071-FIN
              END-IF
           END-IF.

       1070-FIN.
           EXIT.

       1071-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM491SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM491SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM491SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM491SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'ARCHIVO'
                   IF WK-PARM-VALOR(9:42) NOT = SPACES
                      DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM491SS: '
                               REG-PARM491SS
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:8) TO WK-ARCHIVO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM491SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1071-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ANTES DE CONCILIAR, EL EXTRACTO DEBE SER EL MISMO QUE SELLO    *
      * RBD539 AL PRODUCIRSE: SE RELEE COMPLETO Y SE RECALCULA EL      *
      * SELLO CON LA LLAVE DE LA GENERACION REGISTRADA. SIN SELLO, CON *
      * LLAVE VENCIDA O CON UN SELLO DISTINTO NO SE CONCILIA NADA Y LA *
      * CORRIDA TERMINA CON RETURN-CODE 8                              *
      *----------------------------------------------------------------*
       108-VERIFICAR-SELLO.

           ACCEPT  WK-FECHA-HOY   FROM DATE YYYYMMDD.
           OPEN I-O RB539SS.
           IF   ES-RB539SS NOT = '00' AND '35'
                DISPLAY 'ERROR AL ABRIR REGISTRO DE ENTREGAS RB539SS '
                         ES-RB539SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           IF   ES-RB539SS = '00'
                PERFORM 750-BUSCAR-SELLO THRU 750-FIN.
           IF WK-SW-SELLO-HALLADO = 0
              DISPLAY 'EXTRACTO ' WK-ARCHIVO ' SIN SELLO REGISTRADO '
                      'EN RB539SS: NO SE CONCILIA'
              MOVE 8 TO RETURN-CODE
              IF ES-RB539SS = '00'
                 CLOSE RB539SS
              END-IF
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           OPEN INPUT RBSKYSS.
           IF   ES-RBSKYSS = '97'
                MOVE '00'  TO ES-RBSKYSS.
           IF   ES-RBSKYSS = '00'
                PERFORM 1080-LEER-RBSKYSS THRU 1080-FIN
                        UNTIL ES-RBSKYSS NOT = '00'
                CLOSE RBSKYSS
           END-IF.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.
           MOVE RB539-GENERACION TO WK-GEN-SELLO.
           PERFORM 760-LLAVE-DE-GENERACION THRU 760-FIN.
           IF WK-SW-LLAVE-VALIDA NOT = 1
              DISPLAY 'LA LLAVE DE LA GENERACION ' WK-GEN-SELLO
                      ' NO EXISTE O SU GRACIA VENCIO: NO SE CONCILIA'
              MOVE 8 TO RETURN-CODE
              CLOSE RB539SS
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           OPEN INPUT RB457RD.
           IF   ES-RB457RD NOT = '00'
                DISPLAY 'ERROR AL ABRIR EXTRACTO RB457RD ' ES-RB457RD
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB539SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           PERFORM 700-INICIAR-SELLO THRU 700-FIN.
           MOVE 0 TO WK-SW-FIN-SELLO.
           PERFORM 1081-SELLAR-EXTRACTO THRU 1081-FIN
                   UNTIL WK-SW-FIN-SELLO = 1.
           CLOSE RB457RD.
           PERFORM 720-CERRAR-SELLO THRU 720-FIN.

           MOVE WK-SELLO-REGISTRADO TO REG-RB539SS.
           READ RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'ERROR AL RELEER SELLO EN RB539SS ' ES-RB539SS
              MOVE     999           TO   RETURN-CODE
              CLOSE    RB539SS
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           IF WK-SELLO = RB539-SELLO AND WK-SEL-LEIDOS = RB539-CANT-REGS
              SET RB539-VERIFICADO TO TRUE
              DISPLAY 'SELLO DE ' WK-ARCHIVO ' VERIFICADO'
           ELSE
              SET RB539-ALTERADO   TO TRUE
              DISPLAY 'EL EXTRACTO ' WK-ARCHIVO ' CAMBIO DESPUES DE '
                      'SELLADO: NO SE CONCILIA'
              DISPLAY '  SELLADO EL ' RB539-FECHA-SELLO ' '
                      RB539-HORA-SELLO ' CON ' RB539-CANT-REGS
                      ' REGS, HOY ' WK-SEL-LEIDOS ' REGS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WK-FECHA-HOY   TO RB539-FECHA-VERIF.
           MOVE WK-HORA-INICIO TO RB539-HORA-VERIF.
           MOVE 'RBD491'       TO RB539-PROGRAMA-VERIF.
           REWRITE REG-RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'AVISO: NO SE ANOTO LA VERIFICACION EN RB539SS '
                       ES-RB539SS
           END-IF.
           CLOSE RB539SS.

           IF RETURN-CODE NOT = 0
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       108-FIN.
           EXIT.

       1080-LEER-RBSKYSS.

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

       1080-FIN.
           EXIT.

       1081-SELLAR-EXTRACTO.

           READ RB457RD.
           IF ES-RB457RD = '00'
              ADD 1 TO WK-SEL-LEIDOS
              MOVE REG-RB457RD TO WK-SEL-DATOS
              PERFORM 710-SELLAR-REGISTRO THRU 710-FIN
           ELSE
              IF ES-RB457RD = '10'
                 MOVE 1 TO WK-SW-FIN-SELLO
              ELSE
                 DISPLAY 'ERROR AL LEER EXTRACTO RB457RD ' ES-RB457RD
                 MOVE     999           TO   RETURN-CODE
                 CLOSE    RB457RD
                 CLOSE    RB539SS
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
           END-IF.

       1081-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MERGE POR CUENTA + TRANSACCION, MISMO ESQUEMA DE TRES RAMAS    *
      * QUE EL EMPAREJAMIENTO DE RBD457                                *
           MOVE 1                     TO WK-MON-CLASE.
           PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN.

           MOVE RB457RD-RED-ADQUIR    TO RB491CS-RED-ADQUIR.
           MOVE RB457RD-NUM-CTA       TO RB491CS-NUM-CTA.
           MOVE RB457RD-NUM-TRANSAC   TO RB491CS-NUM-TRANSAC.
           PERFORM 360-CERRAR-CASO THRU 360-FIN.

       310-FIN.
           EXIT.

           MOVE 2                     TO WK-MON-CLASE.
           PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN.

           MOVE 'D'                   TO WK-CASO-TIPO.
           MOVE RB457RD-RED-ADQUIR    TO WK-CASO-RED.
           MOVE RB457RD-NUM-CTA       TO WK-CASO-NUM-CTA.
           MOVE RB457RD-NUM-TRANSAC   TO WK-CASO-NUM-TRANSAC.
           MOVE RB457RD-TIP-TRANSAC   TO WK-CASO-TIP-TRANSAC.
           MOVE RB457RD-FECHA-TRANSAC TO WK-CASO-FECHA-TRANSAC.
           MOVE RB457RD-MONTO-TRANSAC TO WK-CASO-MONTO-NUESTRO.
           MOVE RB457RD-MONEDA        TO WK-CASO-MONEDA-NUESTRA.
           MOVE LIQRED-MONTO-TRANSAC  TO WK-CASO-MONTO-RED.
           MOVE LIQRED-MONEDA         TO WK-CASO-MONEDA-RED.
           PERFORM 350-ABRIR-CASO THRU 350-FIN.

       320-FIN.
           EXIT.

           MOVE 3                     TO WK-MON-CLASE.
           PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN.

           MOVE 'N'                   TO WK-CASO-TIPO.
           MOVE RB457RD-RED-ADQUIR    TO WK-CASO-RED.
           MOVE RB457RD-NUM-CTA       TO WK-CASO-NUM-CTA.
           MOVE RB457RD-NUM-TRANSAC   TO WK-CASO-NUM-TRANSAC.
           MOVE RB457RD-TIP-TRANSAC   TO WK-CASO-TIP-TRANSAC.
           MOVE RB457RD-FECHA-TRANSAC TO WK-CASO-FECHA-TRANSAC.
           MOVE RB457RD-MONTO-TRANSAC TO WK-CASO-MONTO-NUESTRO.
           MOVE RB457RD-MONEDA        TO WK-CASO-MONEDA-NUESTRA.
           MOVE 0                     TO WK-CASO-MONTO-RED.
           MOVE SPACES                TO WK-CASO-MONEDA-RED.
           PERFORM 350-ABRIR-CASO THRU 350-FIN.

       330-FIN.
           EXIT.

           MOVE 4                     TO WK-MON-CLASE.
           PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN.

           MOVE 'R'                   TO WK-CASO-TIPO.
           MOVE LIQRED-RED-ADQUIR     TO WK-CASO-RED.
           MOVE LIQRED-NUM-CTA        TO WK-CASO-NUM-CTA.
           MOVE LIQRED-NUM-TRANSAC    TO WK-CASO-NUM-TRANSAC.
           MOVE LIQRED-TIP-TRANSAC    TO WK-CASO-TIP-TRANSAC.
           MOVE LIQRED-FECHA-TRANSAC  TO WK-CASO-FECHA-TRANSAC.
           MOVE 0                     TO WK-CASO-MONTO-NUESTRO.
           MOVE SPACES                TO WK-CASO-MONEDA-NUESTRA.
           MOVE LIQRED-MONTO-TRANSAC  TO WK-CASO-MONTO-RED.
           MOVE LIQRED-MONEDA         TO WK-CASO-MONEDA-RED.
           PERFORM 350-ABRIR-CASO THRU 350-FIN.

       340-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ABRE EL CASO DE DISPUTA DE LA PARTIDA. SI YA EXISTE PENDIENTE  *
      * SE REFRESCAN LOS MONTOS Y LA FECHA EN QUE SE VIO POR ULTIMA    *
      * VEZ, CONSERVANDO SU ESTADO Y ANTIGUEDAD; SI ESTABA RESUELTO Y  *
      * LA RED LO VUELVE A TRAER DISTINTO, SE REABRE COMO CASO NUEVO   *
      *----------------------------------------------------------------*
       350-ABRIR-CASO.

           MOVE WK-CASO-RED          TO RB491CS-RED-ADQUIR.
           MOVE WK-CASO-NUM-CTA      TO RB491CS-NUM-CTA.
           MOVE WK-CASO-NUM-TRANSAC  TO RB491CS-NUM-TRANSAC.
           READ RB491CS.

           EVALUATE ES-RB491CS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE SPACES TO REG-RB491CS
                   MOVE WK-CASO-RED         TO RB491CS-RED-ADQUIR
                   MOVE WK-CASO-NUM-CTA     TO RB491CS-NUM-CTA
                   MOVE WK-CASO-NUM-TRANSAC TO RB491CS-NUM-TRANSAC
               WHEN OTHER
                   DISPLAY 'ERROR AL LEER CASOS DE DISPUTA RB491CS '
                            ES-RB491CS
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  990-FINALIZAR THRU 990-FIN
           END-EVALUATE.

           IF ES-RB491CS = '00' AND RB491CS-PENDIENTE
              MOVE WK-CASO-TIPO           TO RB491CS-TIPO-CASO
              MOVE WK-CASO-MONTO-NUESTRO  TO RB491CS-MONTO-NUESTRO
              MOVE WK-CASO-MONEDA-NUESTRA TO RB491CS-MONEDA-NUESTRA
              MOVE WK-CASO-MONTO-RED      TO RB491CS-MONTO-RED
              MOVE WK-CASO-MONEDA-RED     TO RB491CS-MONEDA-RED
              MOVE WK-FECHA-SISTEMA       TO RB491CS-FECHA-ULT-VISTO
              REWRITE REG-RB491CS
              IF ES-RB491CS NOT = '00'
                 DISPLAY 'ERROR AL GRABAR CASOS DE DISPUTA RB491CS '
                          ES-RB491CS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 350-FIN
           END-IF.

           MOVE WK-CASO-TIPO           TO RB491CS-TIPO-CASO.
           SET  RB491CS-ABIERTO        TO TRUE.
           MOVE WK-CASO-TIP-TRANSAC    TO RB491CS-TIP-TRANSAC.
           MOVE WK-CASO-FECHA-TRANSAC  TO RB491CS-FECHA-TRANSAC.
           MOVE WK-CASO-MONTO-NUESTRO  TO RB491CS-MONTO-NUESTRO.
           MOVE WK-CASO-MONEDA-NUESTRA TO RB491CS-MONEDA-NUESTRA.
           MOVE WK-CASO-MONTO-RED      TO RB491CS-MONTO-RED.
           MOVE WK-CASO-MONEDA-RED     TO RB491CS-MONEDA-RED.
           MOVE WK-FECHA-SISTEMA       TO RB491CS-FECHA-APERTURA.
           MOVE WK-FECHA-SISTEMA       TO RB491CS-FECHA-ULT-VISTO.
           MOVE 0                      TO RB491CS-FECHA-RECLAMO.
           MOVE 0                      TO RB491CS-FECHA-RESOLUCION.
           MOVE 0                      TO RB491CS-MONTO-RESOLUCION.
           MOVE SPACES                 TO RB491CS-IND-CIERRE.
           MOVE SPACES                 TO RB491CS-USUARIO.
           ADD 1 TO WK-CASOS-ABIERTOS.

           IF ES-RB491CS = '00'
              REWRITE REG-RB491CS
           ELSE
              WRITE REG-RB491CS
           END-IF.
           IF ES-RB491CS NOT = '00'
              DISPLAY 'ERROR AL GRABAR CASOS DE DISPUTA RB491CS '
                       ES-RB491CS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       350-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LA LIQUIDACION DE LA RED YA CUADRA CON NUESTRO EXTRACTO: SI LA *
      * PARTIDA TENIA UN CASO PENDIENTE SE CIERRA COMO GANADO, CON EL  *
      * MONTO LIQUIDADO COMO MONTO DE RESOLUCION                       *
      *----------------------------------------------------------------*
       360-CERRAR-CASO.

           READ RB491CS.

           IF ES-RB491CS = '23'
              GO TO 360-FIN
           END-IF.
           IF ES-RB491CS NOT = '00'
              DISPLAY 'ERROR AL LEER CASOS DE DISPUTA RB491CS '
                       ES-RB491CS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF NOT RB491CS-PENDIENTE
              GO TO 360-FIN
           END-IF.

           SET  RB491CS-GANADO         TO TRUE.
           MOVE WK-FECHA-SISTEMA       TO RB491CS-FECHA-RESOLUCION.
           MOVE WK-FECHA-SISTEMA       TO RB491CS-FECHA-ULT-VISTO.
           MOVE LIQRED-MONTO-TRANSAC   TO RB491CS-MONTO-RESOLUCION.
           MOVE 'A'                    TO RB491CS-IND-CIERRE.
           REWRITE REG-RB491CS.
           IF ES-RB491CS NOT = '00'
              DISPLAY 'ERROR AL CERRAR CASO DE DISPUTA RB491CS '
                       ES-RB491CS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CASOS-CERRADOS.

       360-FIN.
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
      * ULTIMO SELLO REGISTRADO DEL EXTRACTO                           *
      *----------------------------------------------------------------*
       750-BUSCAR-SELLO.

           MOVE 0          TO WK-SW-SELLO-HALLADO.
           MOVE WK-ARCHIVO  TO RB539-ARCHIVO.
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
           IF RB539-ARCHIVO NOT = WK-ARCHIVO
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

       820-ACUMULAR-MONEDA.

           MOVE 0 TO WK-SW-MON-HALLADA.
              DISPLAY 'SOLO EN NUESTRO EXTRACTO   : '
                       WK-SOLO-NUESTRO
              DISPLAY 'SOLO EN LA LIQUIDACION     : ' WK-SOLO-RED
              DISPLAY 'CASOS DE DISPUTA ABIERTOS  : '
                       WK-CASOS-ABIERTOS
              DISPLAY 'CASOS CERRADOS POR LA RED  : '
                       WK-CASOS-CERRADOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB491IG.
           CLOSE RB491DF.
           CLOSE RB491SL.
           CLOSE RB491CS.
           STOP      RUN.

       990-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 8                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'PARTIDAS-NUESTRAS'  TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-NUESTRO    TO RBLEDG-CONT-VALOR(1).
           MOVE 'PARTIDAS-RED'       TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-SOLO-NUESTRO      TO RBLEDG-CONT-VALOR(5).
           MOVE 'SOLO-RED'           TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-SOLO-RED          TO RBLEDG-CONT-VALOR(6).
           MOVE 'CASOS-ABIERTOS'     TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-CASOS-ABIERTOS    TO RBLEDG-CONT-VALOR(7).
           MOVE 'CASOS-CERRADOS'     TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-CASOS-CERRADOS    TO RBLEDG-CONT-VALOR(8).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : EMPAREJAMIENTO DE REVERSOS CONTRA SU ORIGINAL    *
      * OBJETIVO  : RECORRE EL MAESTRO HISTORICO RBHISSS CUENTA POR  *
      *           : CUENTA Y EMPAREJA CADA REVERSO (TIPOS DE LA      *
      *           : TARJETA TIP-REVERSO) CON LA TRANSACCION ORIGINAL *
      *           : DE LA MISMA CUENTA, MONTO Y MONEDA, AUNQUE SE    *
      *           : HAYA REPORTADO A LA CNBS DIAS ANTES. DEJA LA     *
      *           : VISTA DE MOVIMIENTO NETO POR CUENTA Y MONEDA     *
      *           : (RB513NT), EL DETALLE DE PARES (RB513EM) Y LOS   *
      *           : REVERSOS HUERFANOS SIN ORIGINAL (RB513HU), PARA  *
      *           : RESPONDER "CUAL ES EL MOVIMIENTO NETO DE ESTA    *
      *           : CUENTA" SIN ARMAR UNA HOJA DE CALCULO            *
      * FECHA     : 18 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192162                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192162                                       *
      * FECHA  : 18 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. TARJETA PARM513SS     *
      *          PALABRA-CLAVE=VALOR: TIP-REVERSO= (UNA TARJETA POR  *
      *          TIPO, HASTA 10, OBLIGATORIA) Y DIAS-VENTANA= (30 SI *
      *          NO VIENE). EL EMPAREJAMIENTO USA TODA LA HISTORIA   *
      *          DE LA CUENTA EN ORDEN CRONOLOGICO (CADA ORIGINAL    *
      *          SE CONSUME UNA SOLA VEZ, EL MAS RECIENTE PRIMERO);  *
      *          LOS ARCHIVOS DE SALIDA SOLO INFORMAN LO QUE CAE EN  *
      *          LA VENTANA. RETURN-CODE 4 SI HAY HUERFANOS          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD513.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 18 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM513SS   ASSIGN TO SYS001-PARM513SS
                               FILE STATUS ES-PARM513SS.

           SELECT  RBHISSS     ASSIGN TO SYS002-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  RB513NT     ASSIGN TO SYS003-RB513NT
                               FILE STATUS ES-RB513NT.

           SELECT  RB513EM     ASSIGN TO SYS004-RB513EM
                               FILE STATUS ES-RB513EM.

           SELECT  RB513HU     ASSIGN TO SYS005-RB513HU
                               FILE STATUS ES-RB513HU.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM513SS.
       01  REG-PARM513SS                  PIC X(80).

      *----------------------------------------------------------------*
      * MAESTRO HISTORICO DE TRANSACCIONES REPORTADAS A LA CNBS        *
      *----------------------------------------------------------------*
       FD  RBHISSS.
       01  REG-RBHISSS.
           03 RBHIS-LLAVE.
              05 RBHIS-NUM-CTA            PIC 9(16).
              05 RBHIS-FECHA-TRANSAC      PIC 9(08).
              05 RBHIS-NUM-TRANSAC        PIC 9(16).
           03 RBHIS-TIP-TRANSAC           PIC X(03).
           03 RBHIS-MONTO-TRANSAC         PIC 9(13)V9(02).
           03 RBHIS-MONEDA                PIC X(03).
           03 RBHIS-HORA-TRANSAC          PIC 9(06).
           03 RBHIS-RED-ADQUIR            PIC X(02).
           03 RBHIS-FECHA-PROCESO         PIC 9(08).

      *----------------------------------------------------------------*
      * VISTA DE MOVIMIENTO NETO POR CUENTA Y MONEDA EN LA VENTANA.    *
      * EL NETO VA SIN SIGNO CON SU INDICADOR ('+' / '-')              *
      *----------------------------------------------------------------*
       FD  RB513NT.
       01  REG-RB513NT.
           03 RB513NT-NUM-CTA             PIC 9(16).
           03 RB513NT-MONEDA              PIC X(03).
           03 RB513NT-FECHA-DESDE         PIC 9(08).
           03 RB513NT-FECHA-HASTA         PIC 9(08).
           03 RB513NT-CANT-ORIGINALES     PIC 9(07).
           03 RB513NT-MONTO-ORIGINALES    PIC 9(15)V9(02).
           03 RB513NT-CANT-REVERSOS       PIC 9(07).
           03 RB513NT-MONTO-REVERSOS      PIC 9(15)V9(02).
           03 RB513NT-CANT-HUERFANOS      PIC 9(07).
           03 RB513NT-IND-SIGNO           PIC X(01).
           03 RB513NT-MONTO-NETO          PIC 9(15)V9(02).

      *----------------------------------------------------------------*
      * DETALLE DE PARES REVERSO / ORIGINAL                            *
      *----------------------------------------------------------------*
       FD  RB513EM.
       01  REG-RB513EM.
           03 RB513EM-NUM-CTA             PIC 9(16).
           03 RB513EM-MONEDA              PIC X(03).
           03 RB513EM-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB513EM-REV-FECHA-TRANSAC   PIC 9(08).
           03 RB513EM-REV-NUM-TRANSAC     PIC 9(16).
           03 RB513EM-REV-TIP-TRANSAC     PIC X(03).
           03 RB513EM-REV-FECHA-PROCESO   PIC 9(08).
           03 RB513EM-ORI-FECHA-TRANSAC   PIC 9(08).
           03 RB513EM-ORI-NUM-TRANSAC     PIC 9(16).
           03 RB513EM-ORI-TIP-TRANSAC     PIC X(03).
           03 RB513EM-ORI-FECHA-PROCESO   PIC 9(08).

      *----------------------------------------------------------------*
      * REVERSOS HUERFANOS: SIN ORIGINAL DE IGUAL CUENTA, MONTO Y      *
      * MONEDA EN LA HISTORIA                                          *
      *----------------------------------------------------------------*
       FD  RB513HU.
       01  REG-RB513HU.
           03 RB513HU-NUM-CTA             PIC 9(16).
           03 RB513HU-FECHA-TRANSAC       PIC 9(08).
           03 RB513HU-NUM-TRANSAC         PIC 9(16).
           03 RB513HU-TIP-TRANSAC         PIC X(03).
           03 RB513HU-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB513HU-MONEDA              PIC X(03).
           03 RB513HU-HORA-TRANSAC        PIC 9(06).
           03 RB513HU-RED-ADQUIR          PIC X(02).
           03 RB513HU-FECHA-PROCESO       PIC 9(08).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
       01  REG-RBLEDSS.
           03 RBLEDG-LLAVE.
              05 RBLEDG-PROGRAMA          PIC X(08).
              05 RBLEDG-FECHA-PROCESO     PIC 9(08).
              05 RBLEDG-HORA-INICIO       PIC 9(08).
           03 RBLEDG-FECHA-FIN            PIC 9(08).
           03 RBLEDG-HORA-FIN             PIC 9(08).
           03 RBLEDG-RETURN-CODE          PIC 9(04).
           03 RBLEDG-CANT-CONTADORES      PIC 9(02).
           03 RBLEDG-CONTADORES.
              05 RBLEDG-CONTADOR OCCURS 10 TIMES.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-PARM513SS                 PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-RB513NT                   PIC   X(02).
           03  ES-RB513EM                   PIC   X(02).
           03  ES-RB513HU                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-CUENTAS                   PIC   9(10).
           03  WK-REVERSOS-VENTANA          PIC   9(10).
           03  WK-EMPAREJADOS               PIC   9(10).
           03  WK-HUERFANOS                 PIC   9(10).
           03  WK-NETOS                     PIC   9(10).
           03  WK-DESBORDES                 PIC   9(10).
           03  WK-DIAS-VENTANA              PIC   9(05).
           03  WK-CANT-TIP-REV              PIC   9(02).
           03  WK-IX-TIP-REV                PIC   9(02).
           03  WK-SW-ES-REVERSO             PIC   9(01).
           03  WK-CTA-ACTUAL                PIC   9(16).
           03  WK-CANT-MOVS                 PIC   9(03).
           03  WK-IX-MOV                    PIC   9(03).
           03  WK-IX-ORI                    PIC   9(03).
           03  WK-SW-ORI-HALLADO            PIC   9(01).
           03  WK-CANT-MON                  PIC   9(02).
           03  WK-IX-MON                    PIC   9(02).
           03  WK-SW-MON-HALLADA            PIC   9(01).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-PARM-NUMERO               PIC   9(10).
           03  WK-PARM-LARGO                PIC   9(02).
           03  WK-IX-PARM                   PIC   9(02).
           03  WK-PARM-DIGITO               PIC   9(01).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
           03  WK-PARM-VAL-CH OCCURS 50 TIMES
                                            PIC   X(01).

       01  TB-TIPOS-REVERSO.
           03  TB-TIP-REV OCCURS 10 TIMES   PIC   X(03).

      *----------------------------------------------------------------*
      * HISTORIA COMPLETA DE LA CUENTA EN CURSO, EN ORDEN DE LLAVE     *
      * (FECHA + TRANSACCION). TB-MV-PAR APUNTA AL RENGLON EMPAREJADO  *
      *----------------------------------------------------------------*
       01  TB-MOVIMIENTOS.
           03  TB-MOV OCCURS 500 TIMES.
               05 TB-MV-FECHA               PIC  9(08).
               05 TB-MV-TRANSAC             PIC  9(16).
               05 TB-MV-TIPO                PIC  X(03).
               05 TB-MV-MONTO               PIC  9(13)V9(02).
               05 TB-MV-MONEDA              PIC  X(03).
               05 TB-MV-HORA                PIC  9(06).
               05 TB-MV-RED                 PIC  X(02).
               05 TB-MV-FECHA-PROCESO       PIC  9(08).
               05 TB-MV-SW-REVERSO          PIC  9(01).
               05 TB-MV-SW-VENTANA          PIC  9(01).
               05 TB-MV-PAR                 PIC  9(03).

      * ACUMULADOS DE LA VENTANA POR MONEDA DE LA CUENTA EN CURSO
       01  TB-NETOS-CUENTA.
           03  TB-NETO OCCURS 10 TIMES.
               05 TB-NT-MONEDA              PIC  X(03).
               05 TB-NT-CANT-ORI            PIC  9(07).
               05 TB-NT-MONTO-ORI           PIC  9(15)V9(02).
               05 TB-NT-CANT-REV            PIC  9(07).
               05 TB-NT-MONTO-REV           PIC  9(15)V9(02).
               05 TB-NT-CANT-HUE            PIC  9(07).

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
       01  WK-JI-A                          PIC   9(09).
       01  WK-JI-B                          PIC   9(04).
       01  WK-JI-C                          PIC   9(06).
       01  WK-JI-D                          PIC   9(04).
       01  WK-JI-E                          PIC   9(04).
       01  WK-JI-M                          PIC   9(02).
       01  WK-JI-K                          PIC   9(01).
       01  WK-JI-TMP                        PIC   9(09).
       01  WK-JDN-PROCESO                   PIC   9(08).
       01  WK-JDN-DESDE                     PIC   9(08).

       01  WK-FECHA-DESDE                   PIC   9(08).
       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-TIPOS-REVERSO.
           MOVE 30 TO WK-DIAS-VENTANA.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM513SS THRU 101-FIN.

           IF WK-CANT-TIP-REV = 0
              DISPLAY 'FALTA AL MENOS UNA TARJETA TIP-REVERSO EN '
                      'PARM513SS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.
           COMPUTE WK-JDN-DESDE = WK-JDN-PROCESO - WK-DIAS-VENTANA.
           MOVE WK-JDN-DESDE TO WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN TO WK-FECHA-DESDE.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  VENTANA DESDE : ' WK-FECHA-DESDE
                   ' (' WK-DIAS-VENTANA ' DIAS)'.

           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORICO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB513NT.
           IF   ES-RB513NT NOT = '00'
                DISPLAY 'ERROR AL ABRIR NETOS RB513NT ' ES-RB513NT
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB513EM.
           IF   ES-RB513EM NOT = '00'
                DISPLAY 'ERROR AL ABRIR PARES RB513EM ' ES-RB513EM
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB513HU.
           IF   ES-RB513HU NOT = '00'
                DISPLAY 'ERROR AL ABRIR HUERFANOS RB513HU ' ES-RB513HU
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 0 TO RBHIS-NUM-CTA.
           MOVE 0 TO RBHIS-FECHA-TRANSAC.
           MOVE 0 TO RBHIS-NUM-TRANSAC.
           START RBHISSS KEY IS NOT LESS THAN RBHIS-LLAVE.
           IF ES-RBHISSS NOT = '00'
              MOVE 1 TO SW-FIN
           ELSE
              PERFORM 210-LEER-RBHISSS THRU 210-FIN
              MOVE RBHIS-NUM-CTA TO WK-CTA-ACTUAL
           END-IF.

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

       101-LEER-PARM513SS.

           OPEN INPUT PARM513SS.
           IF   ES-PARM513SS = '97'
                MOVE '00'  TO ES-PARM513SS.
           IF   ES-PARM513SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM513SS NOT = '00'
                CLOSE PARM513SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM513SS.
           IF ES-PARM513SS = '00'
              IF REG-PARM513SS = SPACES OR REG-PARM513SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM513SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM513SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM513SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM513SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'TIP-REVERSO'
                   IF WK-PARM-VALOR(1:3) = SPACES
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   IF WK-CANT-TIP-REV >= 10
                      DISPLAY 'MAS DE 10 TARJETAS TIP-REVERSO EN '
                              'PARM513SS'
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   ADD 1 TO WK-CANT-TIP-REV
                   MOVE WK-PARM-VALOR(1:3)
                                  TO TB-TIP-REV(WK-CANT-TIP-REV)
               WHEN 'DIAS-VENTANA'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0
                      OR WK-PARM-NUMERO > 99999
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-VENTANA
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM513SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1012-FIN.
           EXIT.

       1013-CONVERTIR-NUMERO.

           MOVE 0 TO WK-PARM-NUMERO.
           MOVE 0 TO WK-PARM-LARGO.
           MOVE 1 TO WK-SW-VALOR-VALIDO.
           MOVE 0 TO WK-SW-FIN-VALOR.
           MOVE 0 TO WK-IX-PARM.
           PERFORM 1014-CONVERTIR-DIGITO THRU 1014-FIN
                   UNTIL WK-IX-PARM >= 50 OR
                         WK-SW-VALOR-VALIDO = 0 OR
                         WK-SW-FIN-VALOR = 1.
           IF WK-PARM-LARGO = 0 OR WK-PARM-LARGO > 10
              MOVE 0 TO WK-SW-VALOR-VALIDO.

       1013-FIN.
           EXIT.

       1014-CONVERTIR-DIGITO.

           ADD 1 TO WK-IX-PARM.
           IF WK-PARM-VAL-CH(WK-IX-PARM) = SPACE
              MOVE 1 TO WK-SW-FIN-VALOR
           ELSE
              IF WK-PARM-VAL-CH(WK-IX-PARM) NUMERIC
                 MOVE WK-PARM-VAL-CH(WK-IX-PARM) TO WK-PARM-DIGITO
                 COMPUTE WK-PARM-NUMERO =
                         (WK-PARM-NUMERO * 10) + WK-PARM-DIGITO
                 ADD 1 TO WK-PARM-LARGO
              ELSE
                 MOVE 0 TO WK-SW-VALOR-VALIDO
              END-IF
           END-IF.

       1014-FIN.
           EXIT.

       1015-VALOR-INVALIDO.

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM513SS: '
                    REG-PARM513SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CORTE DE CONTROL POR CUENTA: SE JUNTA TODA LA HISTORIA DE LA   *
      * CUENTA Y SE EMPAREJA AL CAMBIAR DE CUENTA O AL FIN DEL ARCHIVO *
      *----------------------------------------------------------------*
       200-PROCESO.

           MOVE 0 TO WK-CANT-MOVS.
           PERFORM 220-CARGAR-MOVIMIENTO THRU 220-FIN
                   UNTIL SW-FIN = 1 OR
                         RBHIS-NUM-CTA NOT = WK-CTA-ACTUAL.

           ADD 1 TO WK-CUENTAS.
           PERFORM 230-EMPAREJAR-CUENTA THRU 230-FIN.
           PERFORM 250-GRABAR-NETOS     THRU 250-FIN.

           MOVE RBHIS-NUM-CTA TO WK-CTA-ACTUAL.

       200-FIN.
           EXIT.

       210-LEER-RBHISSS.

           READ RBHISSS NEXT RECORD

           IF ES-RBHISSS = '00'
              ADD 1 TO WK-LEIDOS
           ELSE
            IF ES-RBHISSS = '10'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER HISTORICO RBHISSS ' ES-RBHISSS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA CUENTA CON MAS DE 500 MOVIMIENTOS EN LA HISTORIA SE        *
      * EMPAREJA SOLO CON LOS PRIMEROS 500 Y SE AVISA (RETURN-CODE 4)  *
      *----------------------------------------------------------------*
       220-CARGAR-MOVIMIENTO.

           IF WK-CANT-MOVS >= 500
              IF WK-CANT-MOVS = 500
                 DISPLAY 'AVISO: CUENTA ' WK-CTA-ACTUAL
                         ' CON MAS DE 500 MOVIMIENTOS, SE EMPAREJA '
                         'PARCIAL'
                 ADD 1 TO WK-DESBORDES
                 ADD 1 TO WK-CANT-MOVS
              END-IF
           ELSE
              ADD 1 TO WK-CANT-MOVS
              MOVE WK-CANT-MOVS TO WK-IX-MOV
              MOVE RBHIS-FECHA-TRANSAC TO TB-MV-FECHA(WK-IX-MOV)
              MOVE RBHIS-NUM-TRANSAC   TO TB-MV-TRANSAC(WK-IX-MOV)
              MOVE RBHIS-TIP-TRANSAC   TO TB-MV-TIPO(WK-IX-MOV)
              MOVE RBHIS-MONTO-TRANSAC TO TB-MV-MONTO(WK-IX-MOV)
              MOVE RBHIS-MONEDA        TO TB-MV-MONEDA(WK-IX-MOV)
              MOVE RBHIS-HORA-TRANSAC  TO TB-MV-HORA(WK-IX-MOV)
              MOVE RBHIS-RED-ADQUIR    TO TB-MV-RED(WK-IX-MOV)
              MOVE RBHIS-FECHA-PROCESO TO
                                    TB-MV-FECHA-PROCESO(WK-IX-MOV)
              MOVE 0                   TO TB-MV-PAR(WK-IX-MOV)
              PERFORM 221-CLASIFICAR-TIPO THRU 221-FIN
              MOVE WK-SW-ES-REVERSO    TO TB-MV-SW-REVERSO(WK-IX-MOV)
              MOVE RBHIS-FECHA-TRANSAC TO WK-FECHA-JDN
              PERFORM 800-CALCULAR-JDN THRU 800-FIN
              IF WK-JDN >= WK-JDN-DESDE AND
                 RBHIS-FECHA-TRANSAC <= WK-FECHA-SISTEMA
                 MOVE 1 TO TB-MV-SW-VENTANA(WK-IX-MOV)
              ELSE
                 MOVE 0 TO TB-MV-SW-VENTANA(WK-IX-MOV)
              END-IF
           END-IF.

           PERFORM 210-LEER-RBHISSS THRU 210-FIN.

       220-FIN.
           EXIT.

       221-CLASIFICAR-TIPO.

           MOVE 0 TO WK-SW-ES-REVERSO.
           MOVE 0 TO WK-IX-TIP-REV.
           PERFORM 2210-BUSCAR-TIPO THRU 2210-FIN
                   UNTIL WK-IX-TIP-REV >= WK-CANT-TIP-REV OR
                         WK-SW-ES-REVERSO = 1.

       221-FIN.
           EXIT.

       2210-BUSCAR-TIPO.

           ADD 1 TO WK-IX-TIP-REV.
           IF RBHIS-TIP-TRANSAC = TB-TIP-REV(WK-IX-TIP-REV)
              MOVE 1 TO WK-SW-ES-REVERSO.

       2210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CADA REVERSO, EN ORDEN CRONOLOGICO, TOMA EL ORIGINAL LIBRE MAS *
      * RECIENTE DE IGUAL MONTO Y MONEDA, CON FECHA NO POSTERIOR A LA  *
      * DEL REVERSO. LOS DE LA VENTANA SE INFORMAN: PAR O HUERFANO     *
      *----------------------------------------------------------------*
       230-EMPAREJAR-CUENTA.

           INITIALIZE TB-NETOS-CUENTA.
           MOVE 0 TO WK-CANT-MON.
           IF WK-CANT-MOVS > 500
              MOVE 500 TO WK-CANT-MOVS
           END-IF.

           MOVE 0 TO WK-IX-MOV.
           PERFORM 231-EMPAREJAR-MOVIMIENTO THRU 231-FIN
                   UNTIL WK-IX-MOV >= WK-CANT-MOVS.

       230-FIN.
           EXIT.

       231-EMPAREJAR-MOVIMIENTO.

           ADD 1 TO WK-IX-MOV.

           IF TB-MV-SW-REVERSO(WK-IX-MOV) = 1
              MOVE 0 TO WK-SW-ORI-HALLADO
              MOVE WK-CANT-MOVS TO WK-IX-ORI
              ADD 1 TO WK-IX-ORI
              PERFORM 2310-BUSCAR-ORIGINAL THRU 2310-FIN
                      UNTIL WK-IX-ORI <= 1 OR
                            WK-SW-ORI-HALLADO = 1
           END-IF.

           IF TB-MV-SW-VENTANA(WK-IX-MOV) = 0
              GO TO 231-FIN
           END-IF.

           PERFORM 240-UBICAR-MONEDA THRU 240-FIN.

           IF TB-MV-SW-REVERSO(WK-IX-MOV) = 0
              ADD 1 TO TB-NT-CANT-ORI(WK-IX-MON)
              ADD TB-MV-MONTO(WK-IX-MOV) TO TB-NT-MONTO-ORI(WK-IX-MON)
              GO TO 231-FIN
           END-IF.

           ADD 1 TO WK-REVERSOS-VENTANA.
           ADD 1 TO TB-NT-CANT-REV(WK-IX-MON).
           ADD TB-MV-MONTO(WK-IX-MOV) TO TB-NT-MONTO-REV(WK-IX-MON).

           IF WK-SW-ORI-HALLADO = 1
              PERFORM 260-GRABAR-PAR THRU 260-FIN
           ELSE
              ADD 1 TO TB-NT-CANT-HUE(WK-IX-MON)
              PERFORM 270-GRABAR-HUERFANO THRU 270-FIN
           END-IF.

       231-FIN.
           EXIT.

       2310-BUSCAR-ORIGINAL.

           SUBTRACT 1 FROM WK-IX-ORI.

           IF WK-IX-ORI = WK-IX-MOV
              GO TO 2310-FIN
           END-IF.

           IF TB-MV-SW-REVERSO(WK-IX-ORI) = 0 AND
              TB-MV-PAR(WK-IX-ORI) = 0 AND
              TB-MV-FECHA(WK-IX-ORI) <= TB-MV-FECHA(WK-IX-MOV) AND
              TB-MV-MONTO(WK-IX-ORI) = TB-MV-MONTO(WK-IX-MOV) AND
              TB-MV-MONEDA(WK-IX-ORI) = TB-MV-MONEDA(WK-IX-MOV)
              MOVE WK-IX-MOV TO TB-MV-PAR(WK-IX-ORI)
              MOVE WK-IX-ORI TO TB-MV-PAR(WK-IX-MOV)
              MOVE 1         TO WK-SW-ORI-HALLADO
           END-IF.

       2310-FIN.
           EXIT.

       240-UBICAR-MONEDA.

           MOVE 0 TO WK-IX-MON.
           MOVE 0 TO WK-SW-MON-HALLADA.
           PERFORM 2400-BUSCAR-MONEDA THRU 2400-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON OR
                         WK-SW-MON-HALLADA = 1.

           IF WK-SW-MON-HALLADA = 0
              IF WK-CANT-MON >= 10
                 DISPLAY 'TABLA DE MONEDAS DE LA CUENTA LLENA '
                          WK-CTA-ACTUAL
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-MON
              MOVE WK-CANT-MON TO WK-IX-MON
              MOVE TB-MV-MONEDA(WK-IX-MOV) TO TB-NT-MONEDA(WK-IX-MON)
           END-IF.

       240-FIN.
           EXIT.

       2400-BUSCAR-MONEDA.

           ADD 1 TO WK-IX-MON.
           IF TB-MV-MONEDA(WK-IX-MOV) = TB-NT-MONEDA(WK-IX-MON)
              MOVE 1 TO WK-SW-MON-HALLADA.

       2400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN REGISTRO DE NETO POR MONEDA CON MOVIMIENTO EN LA VENTANA    *
      *----------------------------------------------------------------*
       250-GRABAR-NETOS.

           MOVE 0 TO WK-IX-MON.
           PERFORM 2500-GRABAR-NETO THRU 2500-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON.

       250-FIN.
           EXIT.

       2500-GRABAR-NETO.

           ADD 1 TO WK-IX-MON.

           MOVE WK-CTA-ACTUAL             TO RB513NT-NUM-CTA.
           MOVE TB-NT-MONEDA(WK-IX-MON)   TO RB513NT-MONEDA.
           MOVE WK-FECHA-DESDE            TO RB513NT-FECHA-DESDE.
           MOVE WK-FECHA-SISTEMA          TO RB513NT-FECHA-HASTA.
           MOVE TB-NT-CANT-ORI(WK-IX-MON) TO RB513NT-CANT-ORIGINALES.
           MOVE TB-NT-MONTO-ORI(WK-IX-MON)
                                          TO RB513NT-MONTO-ORIGINALES.
           MOVE TB-NT-CANT-REV(WK-IX-MON) TO RB513NT-CANT-REVERSOS.
           MOVE TB-NT-MONTO-REV(WK-IX-MON)
                                          TO RB513NT-MONTO-REVERSOS.
           MOVE TB-NT-CANT-HUE(WK-IX-MON) TO RB513NT-CANT-HUERFANOS.

           IF TB-NT-MONTO-ORI(WK-IX-MON) >= TB-NT-MONTO-REV(WK-IX-MON)
              MOVE '+' TO RB513NT-IND-SIGNO
              COMPUTE RB513NT-MONTO-NETO = TB-NT-MONTO-ORI(WK-IX-MON)
                                         - TB-NT-MONTO-REV(WK-IX-MON)
           ELSE
              MOVE '-' TO RB513NT-IND-SIGNO
              COMPUTE RB513NT-MONTO-NETO = TB-NT-MONTO-REV(WK-IX-MON)
                                         - TB-NT-MONTO-ORI(WK-IX-MON)
           END-IF.

           WRITE REG-RB513NT.
           IF ES-RB513NT = '00'
              ADD 1 TO WK-NETOS
           ELSE
              DISPLAY 'ERROR AL GRABAR NETOS RB513NT ' ES-RB513NT
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       2500-FIN.
           EXIT.

       260-GRABAR-PAR.

           MOVE TB-MV-PAR(WK-IX-MOV)       TO WK-IX-ORI.
           MOVE WK-CTA-ACTUAL              TO RB513EM-NUM-CTA.
           MOVE TB-MV-MONEDA(WK-IX-MOV)    TO RB513EM-MONEDA.
           MOVE TB-MV-MONTO(WK-IX-MOV)     TO RB513EM-MONTO-TRANSAC.
           MOVE TB-MV-FECHA(WK-IX-MOV)     TO RB513EM-REV-FECHA-TRANSAC.
           MOVE TB-MV-TRANSAC(WK-IX-MOV)   TO RB513EM-REV-NUM-TRANSAC.
           MOVE TB-MV-TIPO(WK-IX-MOV)      TO RB513EM-REV-TIP-TRANSAC.
           MOVE TB-MV-FECHA-PROCESO(WK-IX-MOV)
                                           TO RB513EM-REV-FECHA-PROCESO.
           MOVE TB-MV-FECHA(WK-IX-ORI)     TO RB513EM-ORI-FECHA-TRANSAC.
           MOVE TB-MV-TRANSAC(WK-IX-ORI)   TO RB513EM-ORI-NUM-TRANSAC.
           MOVE TB-MV-TIPO(WK-IX-ORI)      TO RB513EM-ORI-TIP-TRANSAC.
           MOVE TB-MV-FECHA-PROCESO(WK-IX-ORI)
                                           TO RB513EM-ORI-FECHA-PROCESO.

           WRITE REG-RB513EM.
           IF ES-RB513EM = '00'
              ADD 1 TO WK-EMPAREJADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR PARES RB513EM ' ES-RB513EM
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       260-FIN.
           EXIT.

       270-GRABAR-HUERFANO.

           MOVE WK-CTA-ACTUAL              TO RB513HU-NUM-CTA.
           MOVE TB-MV-FECHA(WK-IX-MOV)     TO RB513HU-FECHA-TRANSAC.
           MOVE TB-MV-TRANSAC(WK-IX-MOV)   TO RB513HU-NUM-TRANSAC.
           MOVE TB-MV-TIPO(WK-IX-MOV)      TO RB513HU-TIP-TRANSAC.
           MOVE TB-MV-MONTO(WK-IX-MOV)     TO RB513HU-MONTO-TRANSAC.
           MOVE TB-MV-MONEDA(WK-IX-MOV)    TO RB513HU-MONEDA.
           MOVE TB-MV-HORA(WK-IX-MOV)      TO RB513HU-HORA-TRANSAC.
           MOVE TB-MV-RED(WK-IX-MOV)       TO RB513HU-RED-ADQUIR.
           MOVE TB-MV-FECHA-PROCESO(WK-IX-MOV)
                                           TO RB513HU-FECHA-PROCESO.

           WRITE REG-RB513HU.
           IF ES-RB513HU = '00'
              ADD 1 TO WK-HUERFANOS
           ELSE
              DISPLAY 'ERROR AL GRABAR HUERFANOS RB513HU ' ES-RB513HU
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       270-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NUMERO DE DIA JULIANO DE WK-FECHA-JDN (AAAAMMDD), CON          *
      * ARITMETICA ENTERA PASO A PASO                                  *
      *----------------------------------------------------------------*
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
      * CAMINO INVERSO: DE WK-JDN A WK-FECHA-JDN (AAAAMMDD), CON LA    *
      * MISMA ARITMETICA ENTERA                                        *
      *----------------------------------------------------------------*
       810-CALCULAR-FECHA.

           COMPUTE WK-JI-A = WK-JDN + 32044.
           COMPUTE WK-JI-B = ((4 * WK-JI-A) + 3) / 146097.
           COMPUTE WK-JI-TMP = (146097 * WK-JI-B) / 4.
           COMPUTE WK-JI-C = WK-JI-A - WK-JI-TMP.
           COMPUTE WK-JI-D = ((4 * WK-JI-C) + 3) / 1461.
           COMPUTE WK-JI-TMP = (1461 * WK-JI-D) / 4.
           COMPUTE WK-JI-E = WK-JI-C - WK-JI-TMP.
           COMPUTE WK-JI-M = ((5 * WK-JI-E) + 2) / 153.
           COMPUTE WK-JI-TMP = ((153 * WK-JI-M) + 2) / 5.
           COMPUTE WK-JD-DIA = WK-JI-E - WK-JI-TMP + 1.
           DIVIDE WK-JI-M BY 10 GIVING WK-JI-K.
           COMPUTE WK-JD-MES = WK-JI-M + 3 - (12 * WK-JI-K).
           COMPUTE WK-JD-ANIO = (100 * WK-JI-B) + WK-JI-D - 4800
                              + WK-JI-K.

       810-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD513 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           IF ES-RBHISSS = '00'
              CLOSE RBHISSS
           END-IF.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-HUERFANOS > 0 OR WK-DESBORDES > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY REVERSOS HUERFANOS O CUENTAS DESBORDADAS. '
                      'SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD513 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGISTROS LEIDOS DE RBHISSS: ' WK-LEIDOS
              DISPLAY 'CUENTAS PROCESADAS         : ' WK-CUENTAS
              DISPLAY 'REVERSOS EN LA VENTANA     : '
                       WK-REVERSOS-VENTANA
              DISPLAY 'EMPAREJADOS (RB513EM)      : ' WK-EMPAREJADOS
              DISPLAY 'HUERFANOS (RB513HU)        : ' WK-HUERFANOS
              DISPLAY 'NETOS GRABADOS (RB513NT)   : ' WK-NETOS
              DISPLAY 'CUENTAS DESBORDADAS        : ' WK-DESBORDES
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RBHISSS.
           CLOSE RB513NT.
           CLOSE RB513EM.
           CLOSE RB513HU.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA                      *
      *----------------------------------------------------------------*
       991-GRABAR-LEDGER.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD513  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RBHISSS'     TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'REVERSOS-VENTANA'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-REVERSOS-VENTANA  TO RBLEDG-CONT-VALOR(2).
           MOVE 'EMPAREJADOS'        TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-EMPAREJADOS       TO RBLEDG-CONT-VALOR(3).
           MOVE 'HUERFANOS'          TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-HUERFANOS         TO RBLEDG-CONT-VALOR(4).
           MOVE 'NETOS'              TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-NETOS             TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

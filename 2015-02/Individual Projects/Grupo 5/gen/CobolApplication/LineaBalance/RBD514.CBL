      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : REPORTE REGULATORIO DE TRANSACCIONES GRANDES     *
      * OBJETIVO  : CUMPLIMIENTO DEBE INFORMAR TODA TRANSACCION CUYO *
      *           : VALOR EN MONEDA LOCAL (HNL) IGUALE O SUPERE UN   *
      *           : UMBRAL. ESTE PASO LEE EL RB457SS YA CUADRADO,    *
      *           : CONVIERTE CADA MONTO CON LA TASA DEL DIA DE      *
      *           : TASACSS (HNL CONVIERTE 1 A 1, IGUAL QUE RBD470), *
      *           : LO COMPARA CONTRA LA TARJETA DE UMBRAL Y GRABA   *
      *           : EL ARCHIVO DE REPORTE RB514UM MAS UN LISTADO     *
      *           : IMPRESO RB514LS CON SUBTOTALES POR ENTIDAD, RED  *
      *           : ADQUIRENTE Y MONEDA. REEMPLAZA LA LISTA QUE SE   *
      *           : SACABA A MANO DEL EXTRACTO DE RBD470 CADA SEMANA *
      * FECHA     : 19 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192163                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192163                                       *
      * FECHA  : 19 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM514SS: UMBRAL-HNL=*
      *          (LEMPIRAS ENTEROS, OBLIGATORIO). EL RB457SS SE      *
      *          COTEJA CONTRA SU TRAILER ANTES DE REPORTAR (RC 8 SI *
      *          NO CUADRA). MONEDA SIN TASA DEL DIA RECHAZA LA      *
      *          CORRIDA (RC 999), IGUAL QUE RBD470. ENTIDAD EN      *
      *          BLANCO SE INFORMA COMO '01'. EL LISTADO SE ORDENA   *
      *          EN MEMORIA HASTA 3000 RENGLONES; SI SE EXCEDE, EL   *
      *          ARCHIVO RB514UM SIGUE COMPLETO Y EL LISTADO SE      *
      *          AVISA INCOMPLETO CON RETURN-CODE 4                  *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD514.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 19 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM514SS   ASSIGN TO SYS001-PARM514SS
                               FILE STATUS ES-PARM514SS.

           SELECT  RB457SS     ASSIGN TO SYS002-RB457SS
                               FILE STATUS ES-RB457SS.

           SELECT  TASACSS     ASSIGN TO SYS003-TASACSS
                               FILE STATUS ES-TASACSS.

           SELECT  RB514UM     ASSIGN TO SYS004-RB514UM
                               FILE STATUS ES-RB514UM.

           SELECT  RB514LS     ASSIGN TO SYS005-RB514LS
                               FILE STATUS ES-RB514LS.

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
       FD  PARM514SS.
       01  REG-PARM514SS                  PIC X(80).

      *----------------------------------------------------------------*
      * TRANSACCIONES CUADRADAS DEL DIA, MISMO LAYOUT QUE LEE RBD470   *
      *----------------------------------------------------------------*
       FD  RB457SS.
       01  REG-RB457SS.
           03 RB457SS-NUM-CTA             PIC 9(16).
           03 RB457SS-NUM-TRANSAC         PIC 9(16).
           03 RB457SS-TIP-TRANSAC         PIC X(3).
           03 RB457SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457SS-MONEDA              PIC X(3).
           03 RB457SS-FECHA-TRANSAC       PIC 9(8).
           03 RB457SS-HORA-TRANSAC        PIC 9(6).
           03 RB457SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB457SS-NOMBRE-RED          PIC X(100).
           03 RB457SS-RED-ADQUIR          PIC X(2).
           03 RB457SS-ENTIDAD             PIC X(2).
       01  REG-RB457SS-TRL.
           03 RB457SS-TRL-TIPO-REG        PIC X(3).
           03 RB457SS-TRL-CANT-REGS       PIC 9(10).
           03 RB457SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * TASAS DE CAMBIO DIARIAS A MONEDA LOCAL, MISMO LAYOUT QUE LEE   *
      * RBD470                                                         *
      *----------------------------------------------------------------*
       FD  TASACSS.
       01  REG-TASACSS.
           03 TASAC-MONEDA                PIC X(3).
           03 TASAC-FECHA                 PIC 9(8).
           03 TASAC-TASA                  PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      * ARCHIVO DE REPORTE DE TRANSACCIONES SOBRE EL UMBRAL, CON       *
      * TRAILER DE CONTROL (CANTIDAD, HASH DE CUENTAS, TOTAL HNL)      *
      *----------------------------------------------------------------*
       FD  RB514UM.
       01  REG-RB514UM.
           03 RB514UM-TIPO-REG            PIC X(3).
           03 RB514UM-FECHA-PROCESO       PIC 9(8).
           03 RB514UM-ENTIDAD             PIC X(2).
           03 RB514UM-RED-ADQUIR          PIC X(2).
           03 RB514UM-NUM-CTA             PIC 9(16).
           03 RB514UM-NUM-TRANSAC         PIC 9(16).
           03 RB514UM-TIP-TRANSAC         PIC X(3).
           03 RB514UM-FECHA-TRANSAC       PIC 9(8).
           03 RB514UM-HORA-TRANSAC        PIC 9(6).
           03 RB514UM-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB514UM-MONEDA              PIC X(3).
           03 RB514UM-TASA                PIC 9(05)V9(06).
           03 RB514UM-MONTO-LOCAL         PIC 9(15)V9(02).
       01  REG-RB514UM-TRL.
           03 RB514UM-TRL-TIPO-REG        PIC X(3).
           03 RB514UM-TRL-FECHA-PROCESO   PIC 9(8).
           03 RB514UM-TRL-CANT-REGS       PIC 9(10).
           03 RB514UM-TRL-HASH-CTL        PIC 9(18).
           03 RB514UM-TRL-MONTO-LOCAL     PIC 9(15)V9(02).
           03 RB514UM-TRL-UMBRAL          PIC 9(13)V9(02).
           03 FILLER                      PIC X(39).

      *----------------------------------------------------------------*
      * LISTADO IMPRESO PARA CUMPLIMIENTO                              *
      *----------------------------------------------------------------*
       FD  RB514LS.
       01  REG-RB514LS                    PIC X(132).

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
           03  ES-PARM514SS                 PIC   X(02).
           03  ES-RB457SS                   PIC   X(02).
           03  ES-TASACSS                   PIC   X(02).
           03  ES-RB514UM                   PIC   X(02).
           03  ES-RB514LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-FIN-PRE                   PIC   9(01).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-REPORTADOS                PIC   9(10).
           03  WK-FUERA-LISTADO             PIC   9(10).
           03  WK-HASH-REPORTE              PIC   9(18).
           03  WK-TOTAL-LOCAL               PIC   9(15)V9(02).
           03  WK-PRE-CANT                  PIC   9(10).
           03  WK-PRE-HASH                  PIC   9(18).
           03  WK-PRE-TRL-VISTO             PIC   9(01).
           03  WK-PRE-TRL-CANT              PIC   9(10).
           03  WK-PRE-TRL-HASH              PIC   9(18).
           03  WK-SW-UMBRAL-VISTO           PIC   9(01).
           03  WK-UMBRAL-HNL                PIC   9(13)V9(02).
           03  WK-CANT-TASAS                PIC   9(02).
           03  WK-IX-TASA                   PIC   9(02).
           03  WK-SW-TASA-HALLADA           PIC   9(01).
           03  WK-TASA-APLICADA             PIC   9(05)V9(06).
           03  WK-MONTO-LOCAL               PIC   9(15)V9(02).
           03  WK-ENTIDAD                   PIC   X(02).
           03  WK-CANT-LST                  PIC   9(04).
           03  WK-IX-LST                    PIC   9(04).
           03  WK-IX-SIG                    PIC   9(04).
           03  WK-SW-POSICION               PIC   9(01).
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

       01  TB-TASAS.
           03  TB-TASA OCCURS 10 TIMES.
               05 TB-TASA-MONEDA             PIC  X(03).
               05 TB-TASA-VALOR              PIC  9(05)V9(06).

      *----------------------------------------------------------------*
      * RENGLONES DEL LISTADO ORDENADOS POR ENTIDAD + RED + MONEDA AL  *
      * INSERTARLOS (DENTRO DE LA MISMA CLAVE, EN ORDEN DE LLEGADA)    *
      *----------------------------------------------------------------*
       01  TB-LISTADO.
           03  TB-LST OCCURS 3000 TIMES.
               05 TB-LS-CLAVE.
                  07 TB-LS-ENTIDAD           PIC  X(02).
                  07 TB-LS-RED               PIC  X(02).
                  07 TB-LS-MONEDA            PIC  X(03).
               05 TB-LS-NUM-CTA              PIC  9(16).
               05 TB-LS-NUM-TRANSAC          PIC  9(16).
               05 TB-LS-TIP-TRANSAC          PIC  X(03).
               05 TB-LS-FECHA                PIC  9(08).
               05 TB-LS-HORA                 PIC  9(06).
               05 TB-LS-MONTO                PIC  9(13)V9(02).
               05 TB-LS-TASA                 PIC  9(05)V9(06).
               05 TB-LS-MONTO-LOCAL          PIC  9(15)V9(02).

       01  WK-CLAVE-NUEVA.
           03  WK-CN-ENTIDAD                PIC   X(02).
           03  WK-CN-RED                    PIC   X(02).
           03  WK-CN-MONEDA                 PIC   X(03).

      * CORTES DE CONTROL DEL LISTADO
       01  WK-CLAVE-ANTERIOR.
           03  WK-CA-ENTIDAD                PIC   X(02).
           03  WK-CA-RED                    PIC   X(02).
           03  WK-CA-MONEDA                 PIC   X(03).
       01  WK-SUBTOTALES.
           03  WK-ST-MON-CANT               PIC   9(10).
           03  WK-ST-MON-ORIGINAL           PIC   9(15)V9(02).
           03  WK-ST-MON-LOCAL              PIC   9(15)V9(02).
           03  WK-ST-RED-CANT               PIC   9(10).
           03  WK-ST-RED-LOCAL              PIC   9(15)V9(02).
           03  WK-ST-ENT-CANT               PIC   9(10).
           03  WK-ST-ENT-LOCAL              PIC   9(15)V9(02).
           03  WK-ST-GEN-CANT               PIC   9(10).
           03  WK-ST-GEN-LOCAL              PIC   9(15)V9(02).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD514'.
           03 FILLER                       PIC X(64) VALUE
              'TRANSACCIONES IGUALES O MAYORES AL UMBRAL EN HNL'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(35).

       01  WK-LINEA-UMBRAL.
           03 FILLER                       PIC X(08) VALUE SPACES.
           03 FILLER                       PIC X(13) VALUE
              'UMBRAL HNL : '.
           03 WK-LUM-UMBRAL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(91).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(42) VALUE
              'EN  RD  CUENTA           TRANSACCION      '.
           03 FILLER                       PIC X(46) VALUE
              'TIP FECHA    HORA       MONTO ORIGINAL MON    '.
           03 FILLER                       PIC X(44) VALUE
              '      TASA                MONTO HNL         '.

       01  WK-LINEA-DETALLE.
           03 WK-LDE-ENTIDAD                PIC X(02).
           03 FILLER                       PIC X(02).
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NUM-TRANSAC            PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-TIP-TRANSAC            PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-HORA                   PIC 9(06).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-TASA                   PIC ZZ,ZZ9.999999.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-LOCAL   PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(08).

       01  WK-LINEA-SUBTOTAL.
           03 FILLER                       PIC X(02).
           03 WK-LST-TEXTO                  PIC X(44).
           03 FILLER                       PIC X(06) VALUE 'CANT: '.
           03 WK-LST-CANT                   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LST-ROT-ORIGINAL           PIC X(10).
           03 WK-LST-ORIGINAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(05) VALUE 'HNL: '.
           03 WK-LST-LOCAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(02).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 300-IMPRIMIR-LISTADO THRU 300-FIN.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-TASAS.
           INITIALIZE  WK-SUBTOTALES.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM514SS THRU 101-FIN.

           IF WK-SW-UMBRAL-VISTO = 0
              DISPLAY 'FALTA LA TARJETA UMBRAL-HNL EN PARM514SS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.
           DISPLAY 'UMBRAL-HNL       = ' WK-UMBRAL-HNL.

           PERFORM 106-CARGAR-TASAS THRU 106-FIN.

           OPEN INPUT  RB457SS.
           IF   ES-RB457SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB457SS ' ES-RB457SS
                MOVE     999  TO RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 108-VERIFICAR-TRAILER THRU 108-FIN.

           OPEN OUTPUT RB514UM.
           IF   ES-RB514UM NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB514UM ' ES-RB514UM
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB457SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB514LS.
           IF   ES-RB514LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB514LS ' ES-RB514LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB457SS
                CLOSE    RB514UM
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 210-LEER-RB457SS THRU 210-FIN.

       100-FIN.
           EXIT.

       101-LEER-PARM514SS.

           OPEN INPUT PARM514SS.
           IF   ES-PARM514SS = '97'
                MOVE '00'  TO ES-PARM514SS.
           IF   ES-PARM514SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM514SS NOT = '00'
                CLOSE PARM514SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM514SS.
           IF ES-PARM514SS = '00'
              IF REG-PARM514SS = SPACES OR REG-PARM514SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM514SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM514SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM514SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM514SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'UMBRAL-HNL'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-UMBRAL-HNL
                   MOVE 1              TO WK-SW-UMBRAL-VISTO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM514SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM514SS: '
                    REG-PARM514SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CARGA LAS TASAS DEL DIA (TASACSS) PARA LA FECHA DE PROCESO.    *
      * LA MONEDA LOCAL HNL CONVIERTE 1 A 1 Y NO NECESITA TASA         *
      *----------------------------------------------------------------*
       106-CARGAR-TASAS.

           MOVE 0 TO WK-CANT-TASAS.
           OPEN INPUT TASACSS.
           IF   ES-TASACSS = '97'
                MOVE '00'  TO ES-TASACSS.
           IF   ES-TASACSS = '00'
                PERFORM 1060-LEER-TASACSS THRU 1060-FIN
                        UNTIL ES-TASACSS NOT = '00'
                CLOSE TASACSS
           END-IF.
           DISPLAY 'TASAS DE CAMBIO CARGADAS : ' WK-CANT-TASAS.

       106-FIN.
           EXIT.

       1060-LEER-TASACSS.

           READ TASACSS.
           IF ES-TASACSS = '00'
              IF TASAC-FECHA = WK-FECHA-SISTEMA
                 IF WK-CANT-TASAS >= 10
                    DISPLAY 'TABLA DE TASAS LLENA, SE DESCARTA '
                             TASAC-MONEDA
                 ELSE
                    ADD 1 TO WK-CANT-TASAS
                    MOVE TASAC-MONEDA TO TB-TASA-MONEDA(WK-CANT-TASAS)
                    MOVE TASAC-TASA   TO TB-TASA-VALOR(WK-CANT-TASAS)
                 END-IF
              END-IF
           END-IF.

       1060-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PASADA PREVIA SOBRE RB457SS: RECUENTA Y RECALCULA EL HASH DE   *
      * CUENTAS Y LOS COTEJA CONTRA EL TRL QUE GRABO RBD457. TRAILER   *
      * AUSENTE O DISTINTO RECHAZA LA CORRIDA (RETURN-CODE 8) ANTES    *
      * DE REPORTAR NADA                                               *
      *----------------------------------------------------------------*
       108-VERIFICAR-TRAILER.

           MOVE 0 TO SW-FIN-PRE.
           MOVE 0 TO WK-PRE-CANT.
           MOVE 0 TO WK-PRE-HASH.
           MOVE 0 TO WK-PRE-TRL-VISTO.
           PERFORM 1080-LEER-PREVIA THRU 1080-FIN
                   UNTIL SW-FIN-PRE = 1.
           CLOSE RB457SS.

           IF WK-PRE-TRL-VISTO = 0
              DISPLAY 'RB457SS SIN REGISTRO TRL - ARCHIVO INCOMPLETO'
              MOVE     8             TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           IF WK-PRE-TRL-CANT NOT = WK-PRE-CANT OR
              WK-PRE-TRL-HASH NOT = WK-PRE-HASH
              DISPLAY 'RB457SS NO CUADRA CONTRA SU TRAILER, NO SE '
                      'EMITE EL REPORTE'
              DISPLAY '  TRL CANT : ' WK-PRE-TRL-CANT
                      ' RELEIDO : ' WK-PRE-CANT
              DISPLAY '  TRL HASH : ' WK-PRE-TRL-HASH
                      ' RELEIDO : ' WK-PRE-HASH
              MOVE     8             TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           OPEN INPUT RB457SS.
           IF   ES-RB457SS NOT = '00'
                DISPLAY 'ERROR AL REABRIR ARCHIVO RB457SS '
                         ES-RB457SS
                MOVE     999  TO RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       108-FIN.
           EXIT.

       1080-LEER-PREVIA.

           READ RB457SS

           IF ES-RB457SS = '00'
              IF RB457SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1                     TO WK-PRE-TRL-VISTO
                 MOVE RB457SS-TRL-CANT-REGS TO WK-PRE-TRL-CANT
                 MOVE RB457SS-TRL-HASH-CTL  TO WK-PRE-TRL-HASH
                 MOVE 1                     TO SW-FIN-PRE
              ELSE
                 ADD 1               TO WK-PRE-CANT
                 ADD RB457SS-NUM-CTA TO WK-PRE-HASH
              END-IF
           ELSE
            IF ES-RB457SS = '10' OR '46'
              MOVE 1 TO SW-FIN-PRE
            ELSE
               DISPLAY 'ERROR EN PASADA PREVIA DE RB457SS '
                        ES-RB457SS
               MOVE     999  TO RETURN-CODE
               PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1080-FIN.
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

       200-PROCESO.

           PERFORM 220-CONVERTIR-LOCAL THRU 220-FIN.

           IF WK-MONTO-LOCAL NOT < WK-UMBRAL-HNL
              PERFORM 230-GRABAR-REPORTE   THRU 230-FIN
              PERFORM 240-INSERTAR-LISTADO THRU 240-FIN
           END-IF.

           PERFORM 210-LEER-RB457SS THRU 210-FIN.

       200-FIN.
           EXIT.

       210-LEER-RB457SS.

           READ RB457SS

           IF ES-RB457SS = '00'
              IF RB457SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 ADD 1 TO WK-LEIDOS
              END-IF
           ELSE
            IF ES-RB457SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO RB457SS ' ES-RB457SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       210-FIN.
           EXIT.

       220-CONVERTIR-LOCAL.

           IF RB457SS-MONEDA = 'HNL'
              MOVE 1                     TO WK-TASA-APLICADA
              MOVE RB457SS-MONTO-TRANSAC TO WK-MONTO-LOCAL
              GO TO 220-FIN
           END-IF.

           MOVE 0 TO WK-IX-TASA.
           MOVE 0 TO WK-SW-TASA-HALLADA.
           PERFORM 2200-BUSCAR-TASA THRU 2200-FIN
                   UNTIL WK-IX-TASA >= WK-CANT-TASAS OR
                         WK-SW-TASA-HALLADA = 1.

           IF WK-SW-TASA-HALLADA = 0
              DISPLAY '*** SIN TASA DE CAMBIO CARGADA PARA LA '
                      'MONEDA ' RB457SS-MONEDA ' A LA FECHA '
                       WK-FECHA-SISTEMA ', SE RECHAZA LA CORRIDA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE TB-TASA-VALOR(WK-IX-TASA) TO WK-TASA-APLICADA.
           COMPUTE WK-MONTO-LOCAL ROUNDED =
                   RB457SS-MONTO-TRANSAC * WK-TASA-APLICADA.

       220-FIN.
           EXIT.

       2200-BUSCAR-TASA.

           ADD 1 TO WK-IX-TASA.
           IF RB457SS-MONEDA = TB-TASA-MONEDA(WK-IX-TASA)
              MOVE 1 TO WK-SW-TASA-HALLADA.

       2200-FIN.
           EXIT.

       230-GRABAR-REPORTE.

           IF RB457SS-ENTIDAD = SPACES
              MOVE '01'            TO WK-ENTIDAD
           ELSE
              MOVE RB457SS-ENTIDAD TO WK-ENTIDAD
           END-IF.

           MOVE SPACES                TO REG-RB514UM.
           MOVE 'DET'                 TO RB514UM-TIPO-REG.
           MOVE WK-FECHA-SISTEMA      TO RB514UM-FECHA-PROCESO.
           MOVE WK-ENTIDAD            TO RB514UM-ENTIDAD.
           MOVE RB457SS-RED-ADQUIR    TO RB514UM-RED-ADQUIR.
           MOVE RB457SS-NUM-CTA       TO RB514UM-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC   TO RB514UM-NUM-TRANSAC.
           MOVE RB457SS-TIP-TRANSAC   TO RB514UM-TIP-TRANSAC.
           MOVE RB457SS-FECHA-TRANSAC TO RB514UM-FECHA-TRANSAC.
           MOVE RB457SS-HORA-TRANSAC  TO RB514UM-HORA-TRANSAC.
           MOVE RB457SS-MONTO-TRANSAC TO RB514UM-MONTO-TRANSAC.
           MOVE RB457SS-MONEDA        TO RB514UM-MONEDA.
           MOVE WK-TASA-APLICADA      TO RB514UM-TASA.
           MOVE WK-MONTO-LOCAL        TO RB514UM-MONTO-LOCAL.

           WRITE REG-RB514UM.
           IF ES-RB514UM NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO RB514UM ' ES-RB514UM
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           ADD 1               TO WK-REPORTADOS.
           ADD RB457SS-NUM-CTA TO WK-HASH-REPORTE.
           ADD WK-MONTO-LOCAL  TO WK-TOTAL-LOCAL.

       230-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * INSERCION ORDENADA EN LA TABLA DEL LISTADO: SE CORREN HACIA    *
      * ABAJO LOS RENGLONES DE CLAVE MAYOR Y SE OCUPA EL HUECO         *
      *----------------------------------------------------------------*
       240-INSERTAR-LISTADO.

           IF WK-CANT-LST >= 3000
              IF WK-FUERA-LISTADO = 0
                 DISPLAY 'AVISO: TABLA DEL LISTADO LLENA (3000), EL '
                         'LISTADO RB514LS QUEDA INCOMPLETO'
              END-IF
              ADD 1 TO WK-FUERA-LISTADO
              GO TO 240-FIN
           END-IF.

           MOVE WK-ENTIDAD         TO WK-CN-ENTIDAD.
           MOVE RB457SS-RED-ADQUIR TO WK-CN-RED.
           MOVE RB457SS-MONEDA     TO WK-CN-MONEDA.

           MOVE WK-CANT-LST TO WK-IX-LST.
           MOVE 0           TO WK-SW-POSICION.
           PERFORM 2400-CORRER-RENGLON THRU 2400-FIN
                   UNTIL WK-IX-LST = 0 OR WK-SW-POSICION = 1.

           ADD 1 TO WK-IX-LST.
           ADD 1 TO WK-CANT-LST.
           MOVE WK-CLAVE-NUEVA        TO TB-LS-CLAVE(WK-IX-LST).
           MOVE RB457SS-NUM-CTA       TO TB-LS-NUM-CTA(WK-IX-LST).
           MOVE RB457SS-NUM-TRANSAC   TO TB-LS-NUM-TRANSAC(WK-IX-LST).
           MOVE RB457SS-TIP-TRANSAC   TO TB-LS-TIP-TRANSAC(WK-IX-LST).
           MOVE RB457SS-FECHA-TRANSAC TO TB-LS-FECHA(WK-IX-LST).
           MOVE RB457SS-HORA-TRANSAC  TO TB-LS-HORA(WK-IX-LST).
           MOVE RB457SS-MONTO-TRANSAC TO TB-LS-MONTO(WK-IX-LST).
           MOVE WK-TASA-APLICADA      TO TB-LS-TASA(WK-IX-LST).
           MOVE WK-MONTO-LOCAL        TO TB-LS-MONTO-LOCAL(WK-IX-LST).

       240-FIN.
           EXIT.

       2400-CORRER-RENGLON.

           IF TB-LS-CLAVE(WK-IX-LST) NOT > WK-CLAVE-NUEVA
              MOVE 1 TO WK-SW-POSICION
           ELSE
              COMPUTE WK-IX-SIG = WK-IX-LST + 1
              MOVE TB-LST(WK-IX-LST) TO TB-LST(WK-IX-SIG)
              SUBTRACT 1 FROM WK-IX-LST
           END-IF.

       2400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO CON CORTES DE CONTROL: AL CAMBIAR LA MONEDA SE CIERRA  *
      * SU SUBTOTAL; AL CAMBIAR LA RED, TAMBIEN EL DE LA RED; AL       *
      * CAMBIAR LA ENTIDAD, LOS TRES. AL FINAL, EL TOTAL GENERAL       *
      *----------------------------------------------------------------*
       300-IMPRIMIR-LISTADO.

           MOVE WK-FECHA-SISTEMA TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO  TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE WK-UMBRAL-HNL    TO WK-LUM-UMBRAL.
           MOVE WK-LINEA-UMBRAL  TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE SPACES           TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           IF WK-CANT-LST = 0
              MOVE SPACES TO REG-RB514LS
              MOVE '  SIN TRANSACCIONES SOBRE EL UMBRAL EN LA FECHA'
                          TO REG-RB514LS
              PERFORM 390-GRABAR-LINEA THRU 390-FIN
              GO TO 300-FIN
           END-IF.

           MOVE TB-LS-CLAVE(1) TO WK-CLAVE-ANTERIOR.
           MOVE 0 TO WK-IX-LST.
           PERFORM 310-IMPRIMIR-RENGLON THRU 310-FIN
                   UNTIL WK-IX-LST >= WK-CANT-LST.

           PERFORM 330-SUBTOTAL-MONEDA  THRU 330-FIN.
           PERFORM 340-SUBTOTAL-RED     THRU 340-FIN.
           PERFORM 350-SUBTOTAL-ENTIDAD THRU 350-FIN.
           PERFORM 360-TOTAL-GENERAL    THRU 360-FIN.

           IF WK-FUERA-LISTADO > 0
              MOVE SPACES TO REG-RB514LS
              MOVE '  *** LISTADO INCOMPLETO: VER ARCHIVO RB514UM ***'
                          TO REG-RB514LS
              PERFORM 390-GRABAR-LINEA THRU 390-FIN
           END-IF.

       300-FIN.
           EXIT.

       310-IMPRIMIR-RENGLON.

           ADD 1 TO WK-IX-LST.

           IF TB-LS-ENTIDAD(WK-IX-LST) NOT = WK-CA-ENTIDAD
              PERFORM 330-SUBTOTAL-MONEDA  THRU 330-FIN
              PERFORM 340-SUBTOTAL-RED     THRU 340-FIN
              PERFORM 350-SUBTOTAL-ENTIDAD THRU 350-FIN
           ELSE
              IF TB-LS-RED(WK-IX-LST) NOT = WK-CA-RED
                 PERFORM 330-SUBTOTAL-MONEDA  THRU 330-FIN
                 PERFORM 340-SUBTOTAL-RED     THRU 340-FIN
              ELSE
                 IF TB-LS-MONEDA(WK-IX-LST) NOT = WK-CA-MONEDA
                    PERFORM 330-SUBTOTAL-MONEDA  THRU 330-FIN
                 END-IF
              END-IF
           END-IF.
           MOVE TB-LS-CLAVE(WK-IX-LST) TO WK-CLAVE-ANTERIOR.

           MOVE SPACES                        TO WK-LINEA-DETALLE.
           MOVE TB-LS-ENTIDAD(WK-IX-LST)      TO WK-LDE-ENTIDAD.
           MOVE TB-LS-RED(WK-IX-LST)          TO WK-LDE-RED.
           MOVE TB-LS-NUM-CTA(WK-IX-LST)      TO WK-LDE-NUM-CTA.
           MOVE TB-LS-NUM-TRANSAC(WK-IX-LST)  TO WK-LDE-NUM-TRANSAC.
           MOVE TB-LS-TIP-TRANSAC(WK-IX-LST)  TO WK-LDE-TIP-TRANSAC.
           MOVE TB-LS-FECHA(WK-IX-LST)        TO WK-LDE-FECHA.
           MOVE TB-LS-HORA(WK-IX-LST)         TO WK-LDE-HORA.
           MOVE TB-LS-MONTO(WK-IX-LST)        TO WK-LDE-MONTO.
           MOVE TB-LS-MONEDA(WK-IX-LST)       TO WK-LDE-MONEDA.
           MOVE TB-LS-TASA(WK-IX-LST)         TO WK-LDE-TASA.
           MOVE TB-LS-MONTO-LOCAL(WK-IX-LST)  TO WK-LDE-MONTO-LOCAL.
           MOVE WK-LINEA-DETALLE              TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           ADD 1                           TO WK-ST-MON-CANT.
           ADD TB-LS-MONTO(WK-IX-LST)      TO WK-ST-MON-ORIGINAL.
           ADD TB-LS-MONTO-LOCAL(WK-IX-LST) TO WK-ST-MON-LOCAL.

       310-FIN.
           EXIT.

       330-SUBTOTAL-MONEDA.

           MOVE SPACES              TO WK-LST-TEXTO.
           STRING '  SUBTOTAL MONEDA ' WK-CA-MONEDA
                  ' (ENT ' WK-CA-ENTIDAD ' RED ' WK-CA-RED ')'
                  DELIMITED BY SIZE INTO WK-LST-TEXTO.
           MOVE WK-ST-MON-CANT      TO WK-LST-CANT.
           MOVE 'ORIGINAL: '        TO WK-LST-ROT-ORIGINAL.
           MOVE WK-ST-MON-ORIGINAL  TO WK-LST-ORIGINAL.
           MOVE WK-ST-MON-LOCAL     TO WK-LST-LOCAL.
           MOVE WK-LINEA-SUBTOTAL   TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           ADD WK-ST-MON-CANT  TO WK-ST-RED-CANT.
           ADD WK-ST-MON-LOCAL TO WK-ST-RED-LOCAL.
           MOVE 0 TO WK-ST-MON-CANT.
           MOVE 0 TO WK-ST-MON-ORIGINAL.
           MOVE 0 TO WK-ST-MON-LOCAL.

       330-FIN.
           EXIT.

       340-SUBTOTAL-RED.

           MOVE SPACES              TO WK-LST-TEXTO.
           STRING ' SUBTOTAL RED ' WK-CA-RED
                  ' (ENT ' WK-CA-ENTIDAD ')'
                  DELIMITED BY SIZE INTO WK-LST-TEXTO.
           MOVE WK-ST-RED-CANT      TO WK-LST-CANT.
           MOVE SPACES              TO WK-LST-ROT-ORIGINAL.
           MOVE 0                   TO WK-LST-ORIGINAL.
           MOVE WK-ST-RED-LOCAL     TO WK-LST-LOCAL.
           MOVE WK-LINEA-SUBTOTAL   TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           ADD WK-ST-RED-CANT  TO WK-ST-ENT-CANT.
           ADD WK-ST-RED-LOCAL TO WK-ST-ENT-LOCAL.
           MOVE 0 TO WK-ST-RED-CANT.
           MOVE 0 TO WK-ST-RED-LOCAL.

       340-FIN.
           EXIT.

       350-SUBTOTAL-ENTIDAD.

           MOVE SPACES              TO WK-LST-TEXTO.
           STRING 'SUBTOTAL ENTIDAD ' WK-CA-ENTIDAD
                  DELIMITED BY SIZE INTO WK-LST-TEXTO.
           MOVE WK-ST-ENT-CANT      TO WK-LST-CANT.
           MOVE SPACES              TO WK-LST-ROT-ORIGINAL.
           MOVE 0                   TO WK-LST-ORIGINAL.
           MOVE WK-ST-ENT-LOCAL     TO WK-LST-LOCAL.
           MOVE WK-LINEA-SUBTOTAL   TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE SPACES              TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           ADD WK-ST-ENT-CANT  TO WK-ST-GEN-CANT.
           ADD WK-ST-ENT-LOCAL TO WK-ST-GEN-LOCAL.
           MOVE 0 TO WK-ST-ENT-CANT.
           MOVE 0 TO WK-ST-ENT-LOCAL.

       350-FIN.
           EXIT.

       360-TOTAL-GENERAL.

           MOVE 'TOTAL GENERAL'     TO WK-LST-TEXTO.
           MOVE WK-ST-GEN-CANT      TO WK-LST-CANT.
           MOVE SPACES              TO WK-LST-ROT-ORIGINAL.
           MOVE 0                   TO WK-LST-ORIGINAL.
           MOVE WK-ST-GEN-LOCAL     TO WK-LST-LOCAL.
           MOVE WK-LINEA-SUBTOTAL   TO REG-RB514LS.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

       360-FIN.
           EXIT.

       390-GRABAR-LINEA.

           WRITE REG-RB514LS.
           IF ES-RB514LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO RB514LS ' ES-RB514LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       390-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TRAILER DEL ARCHIVO DE REPORTE: CANTIDAD, HASH DE CUENTAS Y    *
      * TOTAL EN MONEDA LOCAL, PARA QUE CUMPLIMIENTO LO COTEJE         *
      *----------------------------------------------------------------*
       980-GRABAR-TRAILER.

           MOVE SPACES             TO REG-RB514UM-TRL.
           MOVE 'TRL'              TO RB514UM-TRL-TIPO-REG.
           MOVE WK-FECHA-SISTEMA   TO RB514UM-TRL-FECHA-PROCESO.
           MOVE WK-REPORTADOS      TO RB514UM-TRL-CANT-REGS.
           MOVE WK-HASH-REPORTE    TO RB514UM-TRL-HASH-CTL.
           MOVE WK-TOTAL-LOCAL     TO RB514UM-TRL-MONTO-LOCAL.
           MOVE WK-UMBRAL-HNL      TO RB514UM-TRL-UMBRAL.
           WRITE REG-RB514UM-TRL.
           IF ES-RB514UM NOT = '00'
              DISPLAY 'ERROR AL GRABAR TRAILER RB514UM ' ES-RB514UM
              MOVE     999            TO   RETURN-CODE.

       980-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD514 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE NOT = 999
              PERFORM 980-GRABAR-TRAILER THRU 980-FIN
           END-IF.

           IF WK-FUERA-LISTADO > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD514 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGISTROS LEIDOS DE RB457SS : ' WK-LEIDOS
              DISPLAY 'REPORTADOS SOBRE UMBRAL     : ' WK-REPORTADOS
              DISPLAY 'TOTAL REPORTADO EN HNL      : ' WK-TOTAL-LOCAL
              DISPLAY 'FUERA DEL LISTADO           : ' WK-FUERA-LISTADO
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB457SS.
           CLOSE RB514UM.
           CLOSE RB514LS.
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

           MOVE 'RBD514  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 3                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RB457SS'     TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'REPORTADOS'         TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-REPORTADOS        TO RBLEDG-CONT-VALOR(2).
           MOVE 'FUERA-LISTADO'      TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-FUERA-LISTADO     TO RBLEDG-CONT-VALOR(3).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

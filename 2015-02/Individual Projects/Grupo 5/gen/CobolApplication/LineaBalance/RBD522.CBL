      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : DISPOSICION DE LOS DUPLICADOS DE CN255SE         *
      *           : (RB460SS)                                        *
      * OBJETIVO  : RB460SS GUARDA CADA REGISTRO DE CN255SE CUYA     *
      *           : LLAVE SE REPITIO Y HASTA HOY NADIE LO MIRABA.    *
      *           : ESTE PASO LO CUSTODIA EN EL KSDS RB522SS, DONDE  *
      *           : UN ANALISTA MARCA CADA PARTIDA EN LINEA          *
      *           : (RDK08406) COMO DUPLICADO CONFIRMADO ('D') O     *
      *           : LIBERADA ('L'), QUEDANDO QUIEN Y CUANDO DECIDIO. *
      *           : LAS LIBERADAS SON TRANSACCIONES LEGITIMAS QUE    *
      *           : COMPARTEN NUMERO: SE REALIMENTAN AL PROXIMO      *
      *           : CICLO DE RBD457 POR LST255SS, IGUAL QUE RBD471   *
      *           : CON EL SUSPENSO, PARA QUE LLEGUEN A LA CNBS.     *
      *           : TAMBIEN LISTA LA ANTIGUEDAD DE LO NO DECIDIDO    *
      * FECHA     : 05 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192176                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192176                                       *
      * FECHA  : 05 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM522SS PALABRA-    *
      *          CLAVE=VALOR: MODO= Y DIAS-AVISO= (30 SI NO VIENE).  *
      *             'C' CARGA    RB460SS DE LA CORRIDA DE RBD457 EN  *
      *                          RB522SS COMO PENDIENTE ('P')        *
      *             'A' REALIMENTAR LAS LIBERADAS ('L') EN RB522RA,  *
      *                          LAYOUT CN255SE, AGREGANDOLO A LA    *
      *                          LISTA LST255SS QUE LEE RBD457       *
      *             'E' ENVEJECIMIENTO DE LAS PENDIENTES (DEFAULT),  *
      *                          LISTADO RB522LS CON LOS CORTES DE   *
      *                          RBD479; SI ALGUNA SUPERA DIAS-AVISO *
      *                          LA CORRIDA TERMINA CON RC 4         *
      *          LA LLAVE DE RB522SS ES LA DE CN255SE MAS LA FECHA   *
      *          DE CARGA Y EL NUMERO DE REGISTRO EN RB460SS, ASI    *
      *          UNA LLAVE REPETIDA VARIAS VECES O EN VARIOS DIAS    *
      *          TIENE UNA PARTIDA POR APARICION Y RECARGAR EL MISMO *
      *          RB460SS EL MISMO DIA NO DUPLICA PARTIDAS. DE LAS    *
      *          LIBERADAS SE REALIMENTA UNA SOLA POR LLAVE EN CADA  *
      *          CORRIDA (RBD457 MARCARIA LA SEGUNDA COMO DUPLICADA  *
      *          OTRA VEZ); LA SIGUIENTE QUEDA PARA LA PROXIMA       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD522.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 05 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM522SS   ASSIGN TO SYS001-PARM522SS
                               FILE STATUS ES-PARM522SS.

           SELECT  RB460SS     ASSIGN TO SYS002-RB460SS
                               FILE STATUS ES-RB460SS.

           SELECT  RB522SS     ASSIGN TO SYS003-RB522SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB522SS-LLAVE
                               FILE STATUS ES-RB522SS.

           SELECT  RB522RA     ASSIGN TO SYS004-RB522RA
                               FILE STATUS ES-RB522RA.

           SELECT  LST255SS    ASSIGN TO SYS005-LST255SS
                               FILE STATUS ES-LST255SS.

           SELECT  RB522LS     ASSIGN TO SYS006-RB522LS
                               FILE STATUS ES-RB522LS.

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
       FD  PARM522SS.
       01  REG-PARM522SS                  PIC X(80).

      *----------------------------------------------------------------*
      * DUPLICADOS DE LA CORRIDA DE RBD457, MISMO LAYOUT QUE GRABA     *
      * 212-GRABAR-RB460SS. EN CORRIDAS EN EXTEND PUEDE TRAER MAS DE   *
      * UN TRL                                                         *
      *----------------------------------------------------------------*
       FD  RB460SS.
       01  REG-RB460SS.
           03 RB460SS-NUM-CTA             PIC 9(16).
           03 RB460SS-NUM-TRANSAC         PIC 9(16).
           03 RB460SS-TIP-TRANSAC         PIC X(3).
           03 RB460SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB460SS-MONEDA              PIC X(3).
           03 RB460SS-FECHA-TRANSAC       PIC 9(8).
           03 RB460SS-HORA-TRANSAC        PIC 9(6).
           03 RB460SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB460SS-NOMBRE-RED          PIC X(100).
       01  REG-RB460SS-TRL.
           03 RB460SS-TRL-TIPO-REG        PIC X(3).
           03 RB460SS-TRL-CANT-REGS       PIC 9(10).
           03 RB460SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * CUSTODIA DE DUPLICADOS. LA MANTIENEN ESTE PASO (CARGA Y        *
      * REALIMENTACION) Y RDK08406 (DECISION DEL ANALISTA)             *
      *----------------------------------------------------------------*
       FD  RB522SS.
       01  REG-RB522SS.
           03 RB522SS-LLAVE.
              05 RB522SS-LLAVE-255.
                 07 RB522SS-NUM-CTA       PIC 9(16).
                 07 RB522SS-NUM-TRANSAC   PIC 9(16).
                 07 RB522SS-TIP-TRANSAC   PIC X(3).
              05 RB522SS-FECHA-ALTA       PIC 9(8).
              05 RB522SS-SEC-CARGA        PIC 9(7).
           03 RB522SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB522SS-MONEDA              PIC X(3).
           03 RB522SS-FECHA-TRANSAC       PIC 9(8).
           03 RB522SS-HORA-TRANSAC        PIC 9(6).
           03 RB522SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB522SS-NOMBRE-RED          PIC X(100).
           03 RB522SS-ESTADO              PIC X(01).
              88 RB522SS-PENDIENTE        VALUE 'P'.
              88 RB522SS-DUPLICADO        VALUE 'D'.
              88 RB522SS-LIBERADO         VALUE 'L'.
              88 RB522SS-REALIMENTADO     VALUE 'F'.
           03 RB522SS-USUARIO-DECISION    PIC X(13).
           03 RB522SS-NUM-OFI-DECISION    PIC 9(03).
           03 RB522SS-FECHA-DECISION      PIC 9(8).
           03 RB522SS-HORA-DECISION       PIC 9(6).
           03 RB522SS-FECHA-REALIM        PIC 9(8).

      *----------------------------------------------------------------*
      * REALIMENTACION DE LAS LIBERADAS EN EL LAYOUT DE CN255SE        *
      *----------------------------------------------------------------*
       FD  RB522RA.
       01  REG-RB522RA.
           03 LLAVE522.
              05 RB522RA-NUM-CTA          PIC 9(16).
              05 RB522RA-NUM-TRANSAC      PIC 9(16).
              05 RB522RA-TIP-TRANSAC      PIC X(3).
           03 RB522RA-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB522RA-MONEDA              PIC X(3).
           03 RB522RA-FECHA-TRANSAC       PIC 9(8).
           03 RB522RA-HORA-TRANSAC        PIC 9(6).
           03 RB522RA-NOTIFICACION        PIC X(100).
           03 RB522RA-DESCRP-TRANSAC      PIC X(100).
           03 RB522RA-NOMB-ARCH-CARG      PIC X(100).
           03 RB522RA-NOMBRE-RED          PIC X(100).
           03 RB522RA-ENTIDAD             PIC X(2).

       FD  LST255SS.
       01  REG-LST255SS.
           03 LST255SS-NOMB-ARCHIVO       PIC X(100).

       FD  RB522LS.
       01  REG-RB522LS                    PIC X(132).

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

       01  WK-MODO-PROCESO                  PIC   X(01).
           88 WK-ES-CARGA                   VALUE 'C'.
           88 WK-ES-REALIMENTAR             VALUE 'A'.
           88 WK-ES-ENVEJECER               VALUE 'E'.

       01  WK-VARIABLES.
           03  ES-PARM522SS                 PIC   X(02).
           03  ES-RB460SS                   PIC   X(02).
           03  ES-RB522SS                   PIC   X(02).
           03  ES-RB522RA                   PIC   X(02).
           03  ES-LST255SS                  PIC   X(02).
           03  ES-RB522LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-SEC-RB460                 PIC   9(07).
           03  WK-NUEVOS                    PIC   9(10).
           03  WK-YA-CARGADOS               PIC   9(10).
           03  WK-REALIMENTADOS             PIC   9(10).
           03  WK-DIFERIDOS                 PIC   9(10).
           03  WK-PENDIENTES                PIC   9(10).
           03  WK-VENCIDAS                  PIC   9(10).
           03  WK-DIAS-AVISO                PIC   9(05).
           03  WK-DIAS-ABIERTA              PIC   S9(07).
           03  WK-ESTADO-BUSCADO            PIC   X(01).
           03  WK-SW-RB522-HALLADO          PIC   9(01).
           03  WK-SW-RB460-VALIDO           PIC   9(01).
           03  WK-SW-REALIM-INI             PIC   9(01).
           03  WK-LLAVE-REALIM-ANT          PIC   X(35).
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

      * CORTES DE ANTIGUEDAD, LOS MISMOS DE RBD479: 1-7 / 8-30 /
      * 31-60 / MAS DE 60 DIAS
       01  TB-CORTES.
           03  TB-CORTE OCCURS 4 TIMES.
               05 TB-CORTE-CANT             PIC  9(10).
               05 TB-CORTE-MONTO            PIC  9(15)V9(02).

       01  WK-IX-CORTE                      PIC   9(01).

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

       01  WK-FECHA-SISTEMA                 PIC       9(8).
       01  WK-HORA-INICIO                   PIC       9(8).
       01  WK-HORA-FIN                      PIC       9(8).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD522'.
           03 FILLER                       PIC X(56) VALUE
              'ANTIGUEDAD DE DUPLICADOS SIN DECIDIR (RB522SS)'.
           03 FILLER                       PIC X(13) VALUE
              'DIAS-AVISO : '.
           03 WK-LTI-DIAS-AVISO             PIC ZZZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(21).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA           TRANSACCION      TIP     '.
           03 FILLER                       PIC X(44) VALUE
              '      MONTO  MON F.TRANSAC F.CARGA   DIAS RE'.
           03 FILLER                       PIC X(44) VALUE
              'D                    AVISO                  '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NUM-TRANSAC            PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-TIP-TRANSAC            PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO                  PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-FECHA-TRANSAC          PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FECHA-ALTA             PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-DIAS                   PIC ZZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-RED                    PIC X(20).
           03 FILLER                       PIC X(03).
           03 WK-LDE-AVISO                  PIC X(05).
           03 FILLER                       PIC X(18).

       01  WK-LINEA-CORTE.
           03 FILLER                       PIC X(02).
           03 WK-LCO-TEXTO                  PIC X(20).
           03 WK-LCO-CANT                   PIC Z(09)9.
           03 FILLER                       PIC X(02).
           03 WK-LCO-MONTO                  PIC Z(14)9.99.
           03 FILLER                       PIC X(80).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           EVALUATE TRUE
               WHEN WK-ES-CARGA
                   PERFORM 200-PROCESO-CARGA    THRU 200-FIN
                           UNTIL SW-FIN = 1
               WHEN WK-ES-REALIMENTAR
                   PERFORM 400-PROCESO-REALIM   THRU 400-FIN
                           UNTIL SW-FIN = 1
               WHEN WK-ES-ENVEJECER
                   PERFORM 500-PROCESO-ENVEJECER THRU 500-FIN
                           UNTIL SW-FIN = 1
           END-EVALUATE.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.

           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-CORTES.
           MOVE 'E' TO WK-MODO-PROCESO.
           MOVE 30  TO WK-DIAS-AVISO.

           PERFORM 106-LEER-FECPRSS   THRU 106-FIN.
           PERFORM 101-LEER-PARM522SS THRU 101-FIN.
           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  MODO : ' WK-MODO-PROCESO.

           IF NOT WK-ES-CARGA AND NOT WK-ES-REALIMENTAR
                              AND NOT WK-ES-ENVEJECER
              DISPLAY 'MODO INVALIDO EN PARM522SS : ' WK-MODO-PROCESO
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           PERFORM 105-ABRIR-RB522SS THRU 105-FIN.

           EVALUATE TRUE
               WHEN WK-ES-CARGA
                   OPEN INPUT RB460SS
                   IF ES-RB460SS NOT = '00'
                      DISPLAY 'ERROR AL ABRIR ARCHIVO RB460SS '
                               ES-RB460SS
                      MOVE     999           TO   RETURN-CODE
                      CLOSE    RB522SS
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   PERFORM 210-LEER-RB460SS THRU 210-FIN
               WHEN WK-ES-REALIMENTAR
                   OPEN OUTPUT RB522RA
                   IF ES-RB522RA NOT = '00'
                      DISPLAY 'ERROR AL ABRIR ARCHIVO RB522RA '
                               ES-RB522RA
                      MOVE     999           TO   RETURN-CODE
                      CLOSE    RB522SS
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   PERFORM 108-POSICIONAR-RB522SS THRU 108-FIN
                   IF SW-FIN = 0
                      MOVE 'L' TO WK-ESTADO-BUSCADO
                      PERFORM 410-LEER-RB522SS THRU 410-FIN
                   END-IF
               WHEN WK-ES-ENVEJECER
                   MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN
                   PERFORM 800-CALCULAR-JDN THRU 800-FIN
                   MOVE WK-JDN TO WK-JDN-PROCESO
                   OPEN OUTPUT RB522LS
                   IF ES-RB522LS NOT = '00'
                      DISPLAY 'ERROR AL ABRIR LISTADO RB522LS '
                               ES-RB522LS
                      MOVE     999           TO   RETURN-CODE
                      CLOSE    RB522SS
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-DIAS-AVISO     TO WK-LTI-DIAS-AVISO
                   MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA
                   MOVE WK-LINEA-TITULO   TO REG-RB522LS
                   PERFORM 590-GRABAR-LINEA THRU 590-FIN
                   MOVE SPACES            TO REG-RB522LS
                   PERFORM 590-GRABAR-LINEA THRU 590-FIN
                   MOVE WK-LINEA-COLUMNAS TO REG-RB522LS
                   PERFORM 590-GRABAR-LINEA THRU 590-FIN
                   PERFORM 108-POSICIONAR-RB522SS THRU 108-FIN
                   IF SW-FIN = 0
                      MOVE 'P' TO WK-ESTADO-BUSCADO
                      PERFORM 410-LEER-RB522SS THRU 410-FIN
                   END-IF
           END-EVALUATE.

       100-FIN.
           EXIT.

       101-LEER-PARM522SS.

           OPEN INPUT PARM522SS.
           IF   ES-PARM522SS = '97'
                MOVE '00'  TO ES-PARM522SS.
           IF   ES-PARM522SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM522SS NOT = '00'
                CLOSE PARM522SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM522SS.
           IF ES-PARM522SS = '00'
              IF REG-PARM522SS = SPACES OR REG-PARM522SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM522SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM522SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM522SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM522SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'MODO'
                   MOVE WK-PARM-VAL-CH(1) TO WK-MODO-PROCESO
               WHEN 'DIAS-AVISO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0
                                             OR WK-PARM-LARGO > 5
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-AVISO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM522SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM522SS: '
                    REG-PARM522SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LA CUSTODIA SE ABRE I-O EN LOS TRES MODOS; SI AUN NO EXISTE    *
      * (PRIMERA CORRIDA) SE CREA VACIA Y SE VUELVE A ABRIR            *
      *----------------------------------------------------------------*
       105-ABRIR-RB522SS.

           OPEN I-O RB522SS.
           IF   ES-RB522SS = '35'
                OPEN OUTPUT RB522SS
                CLOSE       RB522SS
                OPEN I-O    RB522SS.

           IF   ES-RB522SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB522SS ' ES-RB522SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       105-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       106-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                   DISPLAY 'FECHA DE PROCESO CENTRAL (FECPRSS) : '
                            WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       106-FIN.
           EXIT.

       108-POSICIONAR-RB522SS.

           MOVE LOW-VALUES TO RB522SS-LLAVE.
           START RB522SS KEY IS NOT LESS THAN RB522SS-LLAVE.
           IF ES-RB522SS NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

       108-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'C' - CARGA DE RB460SS EN LA CUSTODIA RB522SS             *
      *----------------------------------------------------------------*
       200-PROCESO-CARGA.

           PERFORM 220-GRABAR-RB522SS THRU 220-FIN.
           PERFORM 210-LEER-RB460SS   THRU 210-FIN.

       200-FIN.
           EXIT.

       210-LEER-RB460SS.

           MOVE 0 TO WK-SW-RB460-VALIDO.
           PERFORM 2100-LEER-RB460SS-UNA THRU 2100-FIN
                   UNTIL WK-SW-RB460-VALIDO = 1 OR SW-FIN = 1.

       210-FIN.
           EXIT.

       2100-LEER-RB460SS-UNA.

           READ RB460SS

           IF ES-RB460SS = '00'
              IF RB460SS-TRL-TIPO-REG NOT = 'TRL'
                 ADD 1 TO WK-LEIDOS
                 ADD 1 TO WK-SEC-RB460
                 MOVE 1 TO WK-SW-RB460-VALIDO
              END-IF
           ELSE
            IF ES-RB460SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO RB460SS ' ES-RB460SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2100-FIN.
           EXIT.

       220-GRABAR-RB522SS.

           INITIALIZE REG-RB522SS.
           MOVE RB460SS-NUM-CTA         TO RB522SS-NUM-CTA.
           MOVE RB460SS-NUM-TRANSAC     TO RB522SS-NUM-TRANSAC.
           MOVE RB460SS-TIP-TRANSAC     TO RB522SS-TIP-TRANSAC.
           MOVE WK-FECHA-SISTEMA        TO RB522SS-FECHA-ALTA.
           MOVE WK-SEC-RB460            TO RB522SS-SEC-CARGA.
           MOVE RB460SS-MONTO-TRANSAC   TO RB522SS-MONTO-TRANSAC.
           MOVE RB460SS-MONEDA          TO RB522SS-MONEDA.
           MOVE RB460SS-FECHA-TRANSAC   TO RB522SS-FECHA-TRANSAC.
           MOVE RB460SS-HORA-TRANSAC    TO RB522SS-HORA-TRANSAC.
           MOVE RB460SS-NOMB-ARCH-CARG  TO RB522SS-NOMB-ARCH-CARG.
           MOVE RB460SS-NOMBRE-RED      TO RB522SS-NOMBRE-RED.
           SET  RB522SS-PENDIENTE       TO TRUE.
           MOVE SPACES                  TO RB522SS-USUARIO-DECISION.

           WRITE REG-RB522SS.

      * LLAVE YA EXISTENTE: EL MISMO RB460SS SE CARGO ANTES EN EL DIA
           IF ES-RB522SS = '00'
              ADD 1 TO WK-NUEVOS
           ELSE
            IF ES-RB522SS = '22'
              ADD 1 TO WK-YA-CARGADOS
            ELSE
              DISPLAY 'ERROR AL GRABAR RB522SS ' ES-RB522SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       220-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LECTURA SECUENCIAL DE LA CUSTODIA HASTA LA SIGUIENTE PARTIDA   *
      * EN EL ESTADO BUSCADO (WK-ESTADO-BUSCADO)                       *
      *----------------------------------------------------------------*
       410-LEER-RB522SS.

           MOVE 0 TO WK-SW-RB522-HALLADO.
           PERFORM 4100-LEER-RB522SS-UNA THRU 4100-FIN
                   UNTIL WK-SW-RB522-HALLADO = 1 OR SW-FIN = 1.

       410-FIN.
           EXIT.

       4100-LEER-RB522SS-UNA.

           READ RB522SS NEXT RECORD

           IF ES-RB522SS = '00'
              ADD 1 TO WK-LEIDOS
              IF RB522SS-ESTADO = WK-ESTADO-BUSCADO
                 MOVE 1 TO WK-SW-RB522-HALLADO
              END-IF
           ELSE
            IF ES-RB522SS = '10'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO RB522SS ' ES-RB522SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       4100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'A' - REALIMENTACION DE LAS LIBERADAS. UNA SOLA POR LLAVE *
      * DE CN255SE EN CADA CORRIDA: LAS DEMAS QUEDAN LIBERADAS PARA LA *
      * PROXIMA, PORQUE RBD457 LAS VOLVERIA A TOMAR POR DUPLICADAS     *
      *----------------------------------------------------------------*
       400-PROCESO-REALIM.

           IF WK-SW-REALIM-INI = 1 AND
              RB522SS-LLAVE-255 = WK-LLAVE-REALIM-ANT
              ADD 1 TO WK-DIFERIDOS
           ELSE
              PERFORM 420-GRABAR-RB522RA THRU 420-FIN
           END-IF.
           PERFORM 410-LEER-RB522SS   THRU 410-FIN.

       400-FIN.
           EXIT.

       420-GRABAR-RB522RA.

           MOVE RB522SS-NUM-CTA          TO RB522RA-NUM-CTA.
           MOVE RB522SS-NUM-TRANSAC      TO RB522RA-NUM-TRANSAC.
           MOVE RB522SS-TIP-TRANSAC      TO RB522RA-TIP-TRANSAC.
           MOVE RB522SS-MONTO-TRANSAC    TO RB522RA-MONTO-TRANSAC.
           MOVE RB522SS-MONEDA           TO RB522RA-MONEDA.
           MOVE RB522SS-FECHA-TRANSAC    TO RB522RA-FECHA-TRANSAC.
           MOVE RB522SS-HORA-TRANSAC     TO RB522RA-HORA-TRANSAC.
           MOVE SPACES                   TO RB522RA-NOTIFICACION
                                             RB522RA-DESCRP-TRANSAC.
           MOVE RB522SS-NOMB-ARCH-CARG   TO RB522RA-NOMB-ARCH-CARG.
           MOVE RB522SS-NOMBRE-RED       TO RB522RA-NOMBRE-RED.
      * RB460SS NO LLEVA ENTIDAD: LA REALIMENTACION SALE COMO BANCO
      * PRINCIPAL Y EL MERGE REVALIDA LA ENTIDAD REAL, COMO EN RBD471
           MOVE '01'                     TO RB522RA-ENTIDAD.

           WRITE REG-RB522RA.

           IF ES-RB522RA NOT = '00'
              DISPLAY 'ERROR AL GRABAR RB522RA ' ES-RB522RA
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           MOVE RB522SS-LLAVE-255    TO WK-LLAVE-REALIM-ANT.
           MOVE 1                    TO WK-SW-REALIM-INI.

           SET  RB522SS-REALIMENTADO TO TRUE.
           MOVE WK-FECHA-SISTEMA     TO RB522SS-FECHA-REALIM.
           REWRITE REG-RB522SS.

           IF ES-RB522SS = '00'
              ADD 1 TO WK-REALIMENTADOS
           ELSE
              DISPLAY 'ERROR AL REESCRIBIR RB522SS ' ES-RB522SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       420-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SI SE REALIMENTO AL MENOS UNA PARTIDA, SE AGREGA RB522RA A LA  *
      * LISTA LST255SS PARA QUE LA PROXIMA CORRIDA DE RBD457 LA LEA    *
      * JUNTO CON EL EXTRACTO DIARIO NORMAL DE CN255SE                 *
      *----------------------------------------------------------------*
       430-AGREGAR-LST255SS.

           OPEN EXTEND LST255SS.
           IF   ES-LST255SS = '05' OR '97'
                MOVE '00' TO ES-LST255SS.
           IF   ES-LST255SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO LST255SS ' ES-LST255SS
                MOVE     999           TO   RETURN-CODE
                GO TO 430-FIN.

           MOVE 'SYS004-RB522RA' TO LST255SS-NOMB-ARCHIVO.
           WRITE REG-LST255SS.
           IF  ES-LST255SS NOT = '00'
               DISPLAY 'ERROR AL GRABAR LST255SS ' ES-LST255SS
               MOVE     999           TO   RETURN-CODE.

           CLOSE LST255SS.

       430-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'E' - ANTIGUEDAD DE LAS PENDIENTES. DIAS = FECHA DE       *
      * PROCESO MENOS FECHA DE CARGA (DIAS JULIANOS, COMO RBD479)      *
      *----------------------------------------------------------------*
       500-PROCESO-ENVEJECER.

           ADD 1 TO WK-PENDIENTES.
           MOVE RB522SS-FECHA-ALTA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-DIAS-ABIERTA = WK-JDN-PROCESO - WK-JDN.
           IF WK-DIAS-ABIERTA < 0
              MOVE 0 TO WK-DIAS-ABIERTA
           END-IF.

           EVALUATE TRUE
               WHEN WK-DIAS-ABIERTA <= 7
                   MOVE 1 TO WK-IX-CORTE
               WHEN WK-DIAS-ABIERTA <= 30
                   MOVE 2 TO WK-IX-CORTE
               WHEN WK-DIAS-ABIERTA <= 60
                   MOVE 3 TO WK-IX-CORTE
               WHEN OTHER
                   MOVE 4 TO WK-IX-CORTE
           END-EVALUATE.
           ADD 1 TO TB-CORTE-CANT(WK-IX-CORTE).
           ADD RB522SS-MONTO-TRANSAC TO TB-CORTE-MONTO(WK-IX-CORTE).

           MOVE SPACES                  TO WK-LINEA-DETALLE.
           MOVE RB522SS-NUM-CTA         TO WK-LDE-NUM-CTA.
           MOVE RB522SS-NUM-TRANSAC     TO WK-LDE-NUM-TRANSAC.
           MOVE RB522SS-TIP-TRANSAC     TO WK-LDE-TIP-TRANSAC.
           MOVE RB522SS-MONTO-TRANSAC   TO WK-LDE-MONTO.
           MOVE RB522SS-MONEDA          TO WK-LDE-MONEDA.
           MOVE RB522SS-FECHA-TRANSAC   TO WK-LDE-FECHA-TRANSAC.
           MOVE RB522SS-FECHA-ALTA      TO WK-LDE-FECHA-ALTA.
           MOVE WK-DIAS-ABIERTA         TO WK-LDE-DIAS.
           MOVE RB522SS-NOMBRE-RED(1:20) TO WK-LDE-RED.
           IF WK-DIAS-ABIERTA > WK-DIAS-AVISO
              MOVE '*****'              TO WK-LDE-AVISO
              ADD 1                     TO WK-VENCIDAS
           END-IF.
           MOVE WK-LINEA-DETALLE        TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           PERFORM 410-LEER-RB522SS THRU 410-FIN.

       500-FIN.
           EXIT.

       550-LISTAR-CORTES.

           MOVE SPACES TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE SPACES              TO WK-LINEA-CORTE.
           MOVE 'CORTE 01-07 DIAS'  TO WK-LCO-TEXTO.
           MOVE TB-CORTE-CANT(1)    TO WK-LCO-CANT.
           MOVE TB-CORTE-MONTO(1)   TO WK-LCO-MONTO.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 'CORTE 08-30 DIAS'  TO WK-LCO-TEXTO.
           MOVE TB-CORTE-CANT(2)    TO WK-LCO-CANT.
           MOVE TB-CORTE-MONTO(2)   TO WK-LCO-MONTO.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 'CORTE 31-60 DIAS'  TO WK-LCO-TEXTO.
           MOVE TB-CORTE-CANT(3)    TO WK-LCO-CANT.
           MOVE TB-CORTE-MONTO(3)   TO WK-LCO-MONTO.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 'CORTE  60+  DIAS'  TO WK-LCO-TEXTO.
           MOVE TB-CORTE-CANT(4)    TO WK-LCO-CANT.
           MOVE TB-CORTE-MONTO(4)   TO WK-LCO-MONTO.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE SPACES              TO WK-LINEA-CORTE.
           MOVE 'TOTAL SIN DECIDIR' TO WK-LCO-TEXTO.
           MOVE WK-PENDIENTES       TO WK-LCO-CANT.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 'CON AVISO (*****)' TO WK-LCO-TEXTO.
           MOVE WK-VENCIDAS         TO WK-LCO-CANT.
           MOVE WK-LINEA-CORTE      TO REG-RB522LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

       550-FIN.
           EXIT.

       590-GRABAR-LINEA.

           WRITE REG-RB522LS.
           IF ES-RB522LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB522LS ' ES-RB522LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       590-FIN.
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

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD522 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-ES-ENVEJECER AND RETURN-CODE NOT = 999
              PERFORM 550-LISTAR-CORTES THRU 550-FIN
              IF WK-VENCIDAS > 0 AND RETURN-CODE = 0
                 DISPLAY 'HAY DUPLICADOS SIN DECIDIR CON MAS DE '
                         WK-DIAS-AVISO ' DIAS. SE DEVUELVE '
                         'RETURN-CODE 4'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WK-ES-REALIMENTAR AND WK-REALIMENTADOS > 0
              PERFORM 430-AGREGAR-LST255SS THRU 430-FIN.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD522 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'MODO DE PROCESO            : ' WK-MODO-PROCESO
              DISPLAY 'REGS. LEIDOS               : ' WK-LEIDOS
              DISPLAY 'NUEVOS EN CUSTODIA         : ' WK-NUEVOS
              DISPLAY 'YA CARGADOS ANTES          : ' WK-YA-CARGADOS
              DISPLAY 'REALIMENTADOS A RBD457     : ' WK-REALIMENTADOS
              DISPLAY 'LIBERADOS DIFERIDOS        : ' WK-DIFERIDOS
              DISPLAY 'PENDIENTES SIN DECIDIR     : ' WK-PENDIENTES
              DISPLAY 'PENDIENTES CON AVISO       : ' WK-VENCIDAS
              DISPLAY '--------------------------------------'.

           IF WK-ES-CARGA
              CLOSE RB460SS.
           IF WK-ES-REALIMENTAR
              CLOSE RB522RA.
           IF WK-ES-ENVEJECER
              CLOSE RB522LS.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB522SS.
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

           MOVE 'RBD522  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 7                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS'             TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'NUEVOS-CUSTODIA'    TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-NUEVOS            TO RBLEDG-CONT-VALOR(2).
           MOVE 'YA-CARGADOS'        TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-YA-CARGADOS       TO RBLEDG-CONT-VALOR(3).
           MOVE 'REALIMENTADOS'      TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-REALIMENTADOS     TO RBLEDG-CONT-VALOR(4).
           MOVE 'LIBERADOS-DIFERIDOS' TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-DIFERIDOS         TO RBLEDG-CONT-VALOR(5).
           MOVE 'PENDIENTES'         TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-PENDIENTES        TO RBLEDG-CONT-VALOR(6).
           MOVE 'PENDIENTES-AVISO'   TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-VENCIDAS          TO RBLEDG-CONT-VALOR(7).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

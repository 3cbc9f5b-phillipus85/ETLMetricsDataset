      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONCILIACION ENTRE LOS DOS MOTORES DE            *
      *           : EMPAREJAMIENTO (RDB457 CONTRA RBD457)            *
      * OBJETIVO  : RDB457 (RD255SE CONTRA EL KSDS VIVO CN285SE,     *
      *           : SALIDA RD160SS) Y RBD457 (SALIDAS RB457SS Y,     *
      *           : PARA MESES YA CERRADOS, RB457LT)                 *
      *           : DEBEN COINCIDIR EN LA RED ADQUIRIENTE DE CADA    *
      *           : CUENTA Y DIA. ESTE PASO VERIFICA EN LA BITACORA  *
      *           : RBLEDSS QUE AMBOS CORRIERON PARA LA MISMA FECHA  *
      *           : DE PROCESO, CRUZA LAS DOS SALIDAS POR CUENTA MAS *
      *           : NUMERO DE TRANSACCION Y LISTA LAS TRANSACCIONES  *
      *           : PRESENTES EN UNA SOLA SALIDA Y LAS QUE TIENEN    *
      *           : RED-ADQUIR DISTINTA, CON TOTALES POR RED         *
      *           : (RB540LS), PARA QUE UNA DIFERENCIA DE REGLAS     *
      *           : ENTRE LOS MOTORES SE VEA AQUI Y NO EN UN RECHAZO *
      *           : DE LA CNBS                                       *
      * FECHA     : 22 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192194                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192194                                       *
      * FECHA  : 22 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM540SS OPCIONAL    *
      *          FECHA-PROCESO=AAAAMMDD PARA REPROCESOS (POR OMISION *
      *          LA DE FECPRSS). SI RDB457 O RBD457 NO TIENEN        *
      *          CORRIDA EN RBLEDSS PARA ESA FECHA NO SE CONCILIA Y  *
      *          QUEDA RETURN-CODE 8. EL NUMERO DE TRANSACCION DE    *
      *          RD160SS (X(04)) SE COMPARA COMO NUMERO CONTRA EL DE *
      *          RB457SS/RB457LT; UNO NO NUMERICO QUEDA COMO SOLO EN *
      *          RDB457.                                             *
      *          DENTRO DE UNA MISMA CUENTA + TRANSACCION LOS        *
      *          REGISTROS SE APAREAN EN ORDEN. LA RED DISTINTA SE   *
      *          TOTALIZA BAJO LA RED DE CADA MOTOR. CUALQUIER       *
      *          DIFERENCIA DEJA RETURN-CODE 4                       *
      *==============================================================*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: DEL LADO DE RBD457 SE LEE TAMBIEN RB457LT (SYS007), *
      *          DONDE RBD457 DEJA LAS TRANSACCIONES DE MESES YA     *
      *          CERRADOS; SIN ELLA CADA TARDIA SALIA COMO SOLO EN   *
      *          RDB457. SU TRAILER SE CONTROLA APARTE               *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD540.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 22 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM540SS   ASSIGN TO SYS001-PARM540SS
                               FILE STATUS ES-PARM540SS.

           SELECT  RD160SS     ASSIGN TO SYS002-RD160SS
                               FILE STATUS ES-RD160SS.

           SELECT  RB457SS     ASSIGN TO SYS003-RB457SS
                               FILE STATUS ES-RB457SS.

           SELECT  RB457LT     ASSIGN TO SYS007-RB457LT
                               FILE STATUS ES-RB457LT.

           SELECT  RB540WK     ASSIGN TO SYS004-RB540WK
                               FILE STATUS ES-RB540WK.

           SELECT  RB540OR     ASSIGN TO SYS005-RB540OR
                               FILE STATUS ES-RB540OR.

           SELECT  SD540       ASSIGN TO SORTWK1.

           SELECT  RB540LS     ASSIGN TO SYS006-RB540LS
                               FILE STATUS ES-RB540LS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM540SS.
       01  REG-PARM540SS                  PIC X(80).

      *----------------------------------------------------------------*
      * SALIDA DE RDB457, MISMO LAYOUT QUE GRABA RDB457                *
      *----------------------------------------------------------------*
       FD  RD160SS.
       01  REG-RD160SS.
           03 RD160S-NRO-CUENTA             PIC 9(16).
           03 RD160S-NRO-TRANSACCION        PIC X(04).
           03 RD160S-TIPO-TRANSACCION       PIC X(01).
           03 RD160S-MONTO-TRANSACCION      PIC 9(13)V9(02).
           03 RD160S-MONEDA                 PIC X(03).
           03 RD160S-FECHA-TRANSACCION      PIC 9(08).
           03 RD160S-HORA-TRANSACCION       PIC 9(06).
           03 RD160S-NOM-ARCHIVO-CARG       PIC X(100).
           03 RD160S-RED-ADQUIRIENTE        PIC X(2).
           03 RD160S-NOM-ARCHIVO-RED        PIC X(100).
       01  REG-RD160SS-TRL.
           03 RD160S-TRL-TIPO-REG           PIC X(3).
           03 RD160S-TRL-CANT-REGS          PIC 9(10).
           03 RD160S-TRL-HASH-CTL           PIC 9(18).

      *----------------------------------------------------------------*
      * SALIDA DE RBD457, MISMO LAYOUT QUE GRABA RBD457                *
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
      * TARDIAS DE RBD457 (MESES YA CERRADOS), MISMO LAYOUT QUE        *
      * RB457SS; EL TRAILER LLEVA ADEMAS EL RANGO DE MESES             *
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
           03 RB457LT-TRL-TIPO-REG        PIC X(3).
           03 RB457LT-TRL-CANT-REGS       PIC 9(10).
           03 RB457LT-TRL-HASH-CTL        PIC 9(18).
           03 RB457LT-TRL-PERIODO-DESDE   PIC 9(06).
           03 RB457LT-TRL-PERIODO-HASTA   PIC 9(06).

      *----------------------------------------------------------------*
      * LAS DOS SALIDAS CON LA LLAVE NORMALIZADA (CUENTA + TRANSACCION *
      * NUMERICA + MOTOR), ANTES Y DESPUES DE CLASIFICAR               *
      *----------------------------------------------------------------*
       FD  RB540WK.
       01  REG-RB540WK                    PIC X(80).

       FD  RB540OR.
       01  REG-RB540OR.
           03 RB540-LLAVE.
              05 RB540-GRUPO.
                 07 RB540-NUM-CTA         PIC 9(16).
                 07 RB540-NUM-TRANSAC     PIC 9(16).
              05 RB540-MOTOR              PIC X(01).
                 88 RB540-ES-RDB457       VALUE '1'.
                 88 RB540-ES-RBD457       VALUE '2'.
           03 RB540-RED-ADQUIR            PIC X(02).
           03 RB540-TIP-TRANSAC           PIC X(03).
           03 RB540-MONTO-TRANSAC         PIC 9(13)V9(02).
           03 RB540-MONEDA                PIC X(03).
           03 RB540-FECHA-TRANSAC         PIC 9(08).
           03 RB540-TRX-ORIGINAL          PIC X(04).
           03 FILLER                      PIC X(12).

       SD  SD540.
       01  REG-SD540.
           03 SD540-LLAVE                 PIC X(33).
           03 FILLER                      PIC X(47).

       FD  RB540LS.
       01  REG-RB540LS                    PIC X(132).

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

       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-PARM540SS                 PIC   X(02).
           03  ES-RD160SS                   PIC   X(02).
           03  ES-RB457SS                   PIC   X(02).
           03  ES-RB457LT                   PIC   X(02).
           03  ES-RB540WK                   PIC   X(02).
           03  ES-RB540OR                   PIC   X(02).
           03  ES-RB540LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-LISTADO-ABIERTO        PIC   9(01).
           03  WK-SW-SIN-CORRIDA            PIC   9(01).
           03  WK-SW-CORRIDA-HALLADA        PIC   9(01).
           03  WK-SW-RED-HALLADA            PIC   9(01).
           03  WK-SW-TRL-RD160              PIC   9(01).
           03  WK-SW-TRL-RB457              PIC   9(01).
           03  WK-SW-TRL-RB457LT            PIC   9(01).
           03  WK-LEIDOS-RD160              PIC   9(10).
           03  WK-LEIDOS-RB457              PIC   9(10).
           03  WK-LEIDOS-RB457LT            PIC   9(10).
           03  WK-TRL-CANT-RD160            PIC   9(10).
           03  WK-TRL-CANT-RB457            PIC   9(10).
           03  WK-TRL-CANT-RB457LT          PIC   9(10).
           03  WK-TRX-NO-NUMERICAS          PIC   9(10).
           03  WK-COINCIDEN                 PIC   9(10).
           03  WK-SOLO-RDB457               PIC   9(10).
           03  WK-SOLO-RBD457               PIC   9(10).
           03  WK-RED-DISTINTA              PIC   9(10).
           03  WK-GRUPOS-PARTIDOS           PIC   9(07).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).

      * CORRIDAS DE CADA MOTOR EN LA BITACORA PARA LA FECHA DE PROCESO
       01  WK-PROGRAMA-BUSCADO              PIC   X(08).
       01  WK-CORRIDA-HORA                  PIC   9(08).
       01  WK-CORRIDA-RC                    PIC   9(04).
       01  WK-RDB457-HORA                   PIC   9(08).
       01  WK-RDB457-RC                     PIC   9(04).
       01  WK-RBD457-HORA                   PIC   9(08).
       01  WK-RBD457-RC                     PIC   9(04).

      * NUMERO DE TRANSACCION DE RD160SS VISTO COMO NUMERO
       01  WK-TRX-X04                       PIC   X(04).
       01  WK-TRX-X04-R REDEFINES WK-TRX-X04.
           03  WK-TRX-9-04                  PIC   9(04).

      * REGISTRO NORMALIZADO QUE SE GRABA EN RB540WK
       01  WK-NORMALIZADO.
           03 WK-NOR-NUM-CTA                PIC   9(16).
           03 WK-NOR-NUM-TRANSAC            PIC   9(16).
           03 WK-NOR-MOTOR                  PIC   X(01).
           03 WK-NOR-RED-ADQUIR             PIC   X(02).
           03 WK-NOR-TIP-TRANSAC            PIC   X(03).
           03 WK-NOR-MONTO-TRANSAC          PIC   9(13)V9(02).
           03 WK-NOR-MONEDA                 PIC   X(03).
           03 WK-NOR-FECHA-TRANSAC          PIC   9(08).
           03 WK-NOR-TRX-ORIGINAL           PIC   X(04).
           03 FILLER                        PIC   X(12).

      * REGISTROS DE CADA MOTOR PARA LA CUENTA + TRANSACCION EN CURSO.
      * SE APAREAN EN ORDEN AL CAMBIAR DE GRUPO
       01  WK-GRUPO-EN-CURSO                PIC   X(32).
       01  WK-CAPACIDAD-GRUPO               PIC   9(02) VALUE 20.
       01  WK-CANT-G1                       PIC   9(02).
       01  WK-CANT-G2                       PIC   9(02).
       01  WK-IX-G                          PIC   9(02).
       01  TB-GRUPO-RDB457.
           03  TB-G1 OCCURS 20 TIMES.
               05 TB-G1-RED                 PIC  X(02).
               05 TB-G1-TIP                 PIC  X(03).
               05 TB-G1-MONTO               PIC  9(13)V9(02).
               05 TB-G1-MONEDA              PIC  X(03).
               05 TB-G1-FECHA               PIC  9(08).
               05 TB-G1-TRX-ORIGINAL        PIC  X(04).
       01  TB-GRUPO-RBD457.
           03  TB-G2 OCCURS 20 TIMES.
               05 TB-G2-RED                 PIC  X(02).
               05 TB-G2-TIP                 PIC  X(03).
               05 TB-G2-MONTO               PIC  9(13)V9(02).
               05 TB-G2-MONEDA              PIC  X(03).
               05 TB-G2-FECHA               PIC  9(08).

      * TOTALES POR RED: 1 EN RDB457, 2 EN RBD457, 3 COINCIDEN, 4 SOLO
      * RDB457, 5 SOLO RBD457, 6 RED DISTINTA CON ESTA RED EN RDB457,
      * 7 RED DISTINTA CON ESTA RED EN RBD457. LO QUE NO CABE VA AL
      * ULTIMO RENGLON, RED '**'
       01  WK-CAPACIDAD-RED                 PIC   9(02) VALUE 30.
       01  WK-CANT-RED                      PIC   9(02).
       01  WK-IX-RED                        PIC   9(02).
       01  WK-IX-CONT                       PIC   9(01).
       01  WK-RED-BUSCADA                   PIC   X(02).
       01  TB-REDES.
           03  TB-RED OCCURS 30 TIMES.
               05 TB-RED-COD                PIC  X(02).
               05 TB-RED-CONT OCCURS 7 TIMES
                                            PIC  9(09).
       01  WK-TOTAL-REDES.
           03  WK-TRE-CONT OCCURS 7 TIMES   PIC  9(09).

      * DIFERENCIA QUE SE LISTA
       01  WK-DIF-TIPO                      PIC   X(18).
       01  WK-DIF-RED-1                     PIC   X(02).
       01  WK-DIF-RED-2                     PIC   X(02).
       01  WK-DIF-TIP                       PIC   X(03).
       01  WK-DIF-MONTO                     PIC   9(13)V9(02).
       01  WK-DIF-MONEDA                    PIC   X(03).
       01  WK-DIF-FECHA                     PIC   9(08).
       01  WK-DIF-TRX-ORIGINAL              PIC   X(04).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD540'.
           03 FILLER                       PIC X(34) VALUE
              'CONCILIACION ENTRE MOTORES RDB457 '.
           03 FILLER                       PIC X(32) VALUE
              '(RD160SS) Y RBD457 (RB457SS/LT)'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(33).

       01  WK-LINEA-CORRIDA.
           03 FILLER                       PIC X(02).
           03 WK-LCO-PROGRAMA               PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LCO-TEXTO                  PIC X(30).
           03 WK-LCO-HORA                   PIC X(08).
           03 FILLER                       PIC X(06) VALUE '  RC: '.
           03 WK-LCO-RC                     PIC X(04).
           03 FILLER                       PIC X(72).

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02).
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '  DIFERENCIA          CUENTA            TRAN'.
           03 FILLER                       PIC X(44) VALUE
              'SACCION       TRX  RED1 RED2  TIP MON       '.
           03 FILLER                       PIC X(44) VALUE
              '       MONTO  FECHA                         '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-TIPO                   PIC X(18).
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-TRANSAC            PIC 9(16).
           03 FILLER                       PIC X(02).
           03 WK-LDE-TRX-ORIGINAL           PIC X(04).
           03 FILLER                       PIC X(02).
           03 WK-LDE-RED-1                  PIC X(02).
           03 FILLER                       PIC X(03).
           03 WK-LDE-RED-2                  PIC X(02).
           03 FILLER                       PIC X(03).
           03 WK-LDE-TIP                    PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LDE-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(22).

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '  RED     EN RDB457   EN RBD457   COINCIDEN '.
           03 FILLER                       PIC X(44) VALUE
              'SOLO RDB457 SOLO RBD457   DIF.RED-1   DIF.RE'.
           03 FILLER                       PIC X(44) VALUE
              'D-2                                         '.

       01  WK-LINEA-RED.
           03 FILLER                       PIC X(02).
           03 WK-LRE-RED                    PIC X(05).
           03 WK-LRE-COLUMNA OCCURS 7 TIMES.
              05 FILLER                    PIC X(02).
              05 WK-LRE-CANT                PIC Z(09)9.
           03 FILLER                       PIC X(41).

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(02).
           03 WK-LTX-TEXTO                  PIC X(100).
           03 FILLER                       PIC X(30).

       01  WK-EDIT-HORA                     PIC 9(08).
       01  WK-EDIT-RC                       PIC ZZZ9.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-ARMAR-TRABAJO     THRU 200-FIN.
           PERFORM 300-COMPARAR          THRU 300-FIN.
           PERFORM 600-TOTALES-RED       THRU 600-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-REDES.
           INITIALIZE  WK-TOTAL-REDES.
           MOVE 0 TO WK-CANT-RED.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 120-LEER-PARM540SS   THRU 120-FIN.

           OPEN OUTPUT RB540LS.
           IF   ES-RB540LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB540LS ' ES-RB540LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-LISTADO-ABIERTO.

           MOVE WK-FECHA-SISTEMA TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO  TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 130-CONTROLAR-CORRIDAS THRU 130-FIN.
           IF WK-SW-SIN-CORRIDA = 1
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'LAS SALIDAS NO SON DE LA MISMA FECHA DE PROCESO: '
                   TO WK-LTX-TEXTO
              MOVE 'NO SE CONCILIA' TO WK-LTX-TEXTO(51:14)
              MOVE WK-LINEA-TEXTO TO REG-RB540LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              MOVE 8 TO RETURN-CODE
              PERFORM 990-FINALIZAR THRU 990-FIN
           END-IF.

       100-FIN.
           EXIT.

       110-LEER-FECPRSS.

           CALL 'GEC002' USING WK-FECHA-SISTEMA.
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

       110-FIN.
           EXIT.

       120-LEER-PARM540SS.

           OPEN INPUT PARM540SS.
           IF   ES-PARM540SS = '97'
                MOVE '00'  TO ES-PARM540SS.
           IF   ES-PARM540SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM540SS NOT = '00'
                CLOSE PARM540SS
           END-IF.
           DISPLAY 'FECHA DE PROCESO CONCILIADA: ' WK-FECHA-SISTEMA.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM540SS.
           IF ES-PARM540SS = '00'
              IF REG-PARM540SS = SPACES OR REG-PARM540SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM540SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM540SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM540SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM540SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'FECHA-PROCESO'
                   IF WK-PARM-VALOR(1:8) NOT NUMERIC OR
                      WK-PARM-VALOR(1:8) = '00000000' OR
                      WK-PARM-VALOR(9:42) NOT = SPACES
                      DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM540SS: '
                               REG-PARM540SS
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:8) TO WK-FECHA-SISTEMA
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM540SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LAS DOS SALIDAS SOLO SE COMPARAN SI AMBOS MOTORES TIENEN UNA   *
      * CORRIDA EN LA BITACORA PARA LA FECHA DE PROCESO; SE LISTA LA   *
      * ULTIMA DE CADA UNO CON SU RETURN-CODE                          *
      *----------------------------------------------------------------*
       130-CONTROLAR-CORRIDAS.

           OPEN INPUT RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'BITACORA RBLEDSS NO DISPONIBLE ' ES-RBLEDSS
                MOVE 1 TO WK-SW-SIN-CORRIDA
                GO TO 130-FIN.

           MOVE 'RDB457  ' TO WK-PROGRAMA-BUSCADO.
           PERFORM 1300-BUSCAR-CORRIDA THRU 1300-FIN.
           MOVE WK-CORRIDA-HORA TO WK-RDB457-HORA.
           MOVE WK-CORRIDA-RC   TO WK-RDB457-RC.
           PERFORM 1310-LISTAR-CORRIDA THRU 1310-FIN.

           MOVE 'RBD457  ' TO WK-PROGRAMA-BUSCADO.
           PERFORM 1300-BUSCAR-CORRIDA THRU 1300-FIN.
           MOVE WK-CORRIDA-HORA TO WK-RBD457-HORA.
           MOVE WK-CORRIDA-RC   TO WK-RBD457-RC.
           PERFORM 1310-LISTAR-CORRIDA THRU 1310-FIN.

           CLOSE RBLEDSS.

       130-FIN.
           EXIT.

       1300-BUSCAR-CORRIDA.

           MOVE 0 TO WK-SW-CORRIDA-HALLADA.
           MOVE 0 TO WK-CORRIDA-HORA.
           MOVE 0 TO WK-CORRIDA-RC.
           MOVE WK-PROGRAMA-BUSCADO TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA    TO RBLEDG-FECHA-PROCESO.
           MOVE 0                   TO RBLEDG-HORA-INICIO.
           START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE.
           IF ES-RBLEDSS = '00'
              MOVE 0 TO SW-FIN
              PERFORM 1301-LEER-CORRIDA THRU 1301-FIN
                      UNTIL SW-FIN = 1
           END-IF.
           IF WK-SW-CORRIDA-HALLADA = 0
              DISPLAY WK-PROGRAMA-BUSCADO ' SIN CORRIDA EN RBLEDSS '
                      'PARA LA FECHA ' WK-FECHA-SISTEMA
              MOVE 1 TO WK-SW-SIN-CORRIDA
           END-IF.

       1300-FIN.
           EXIT.

       1301-LEER-CORRIDA.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS NOT = '00'
              MOVE 1 TO SW-FIN
              GO TO 1301-FIN
           END-IF.
           IF RBLEDG-PROGRAMA      NOT = WK-PROGRAMA-BUSCADO OR
              RBLEDG-FECHA-PROCESO NOT = WK-FECHA-SISTEMA
              MOVE 1 TO SW-FIN
              GO TO 1301-FIN
           END-IF.
           MOVE 1                  TO WK-SW-CORRIDA-HALLADA.
           MOVE RBLEDG-HORA-INICIO TO WK-CORRIDA-HORA.
           MOVE RBLEDG-RETURN-CODE TO WK-CORRIDA-RC.

       1301-FIN.
           EXIT.

       1310-LISTAR-CORRIDA.

           MOVE SPACES              TO WK-LCO-TEXTO.
           MOVE WK-PROGRAMA-BUSCADO TO WK-LCO-PROGRAMA.
           IF WK-SW-CORRIDA-HALLADA = 1
              MOVE 'ULTIMA CORRIDA DE LA FECHA, HORA' TO WK-LCO-TEXTO
              MOVE WK-CORRIDA-HORA  TO WK-EDIT-HORA
              MOVE WK-EDIT-HORA     TO WK-LCO-HORA
              MOVE WK-CORRIDA-RC    TO WK-EDIT-RC
              MOVE WK-EDIT-RC       TO WK-LCO-RC
           ELSE
              MOVE 'SIN CORRIDA PARA LA FECHA'        TO WK-LCO-TEXTO
              MOVE SPACES           TO WK-LCO-HORA
              MOVE SPACES           TO WK-LCO-RC
           END-IF.
           MOVE WK-LINEA-CORRIDA TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       1310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NORMALIZA LAS DOS SALIDAS EN RB540WK (SIN TRAILERS) Y LAS      *
      * CLASIFICA POR CUENTA + TRANSACCION + MOTOR EN RB540OR          *
      *----------------------------------------------------------------*
       200-ARMAR-TRABAJO.

           OPEN OUTPUT RB540WK.
           IF   ES-RB540WK NOT = '00'
                DISPLAY 'ERROR AL ABRIR TRABAJO RB540WK ' ES-RB540WK
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN INPUT RD160SS.
           IF   ES-RD160SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR SALIDA RD160SS ' ES-RD160SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB540WK
                PERFORM  990-FINALIZAR THRU 990-FIN.
           MOVE 0 TO SW-FIN.
           PERFORM 2100-LEER-RD160SS THRU 2100-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RD160SS.

           OPEN INPUT RB457SS.
           IF   ES-RB457SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR SALIDA RB457SS ' ES-RB457SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB540WK
                PERFORM  990-FINALIZAR THRU 990-FIN.
           MOVE 0 TO SW-FIN.
           PERFORM 2200-LEER-RB457SS THRU 2200-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB457SS.

           OPEN INPUT RB457LT.
           IF   ES-RB457LT NOT = '00'
                DISPLAY 'ERROR AL ABRIR TARDIAS RB457LT ' ES-RB457LT
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB540WK
                PERFORM  990-FINALIZAR THRU 990-FIN.
           MOVE 0 TO SW-FIN.
           PERFORM 2210-LEER-RB457LT THRU 2210-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB457LT.

           CLOSE RB540WK.

           PERFORM 2300-CONTROLAR-TRAILERS THRU 2300-FIN.

           SORT SD540 ON ASCENDING KEY SD540-LLAVE
                WITH DUPLICATES IN ORDER
                USING RB540WK
                GIVING RB540OR.
           IF SORT-RETURN NOT = 0
              DISPLAY 'ERROR AL CLASIFICAR SALIDAS, SORT-RETURN '
                       SORT-RETURN
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       200-FIN.
           EXIT.

       2100-LEER-RD160SS.

           READ RD160SS.
           IF ES-RD160SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2100-FIN
           END-IF.
           IF ES-RD160SS NOT = '00'
              DISPLAY 'ERROR AL LEER SALIDA RD160SS ' ES-RD160SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RD160S-TRL-TIPO-REG = 'TRL'
              MOVE 1                    TO WK-SW-TRL-RD160
              MOVE RD160S-TRL-CANT-REGS TO WK-TRL-CANT-RD160
              GO TO 2100-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-RD160.
           MOVE RD160S-NRO-CUENTA        TO WK-NOR-NUM-CTA.
           MOVE RD160S-NRO-TRANSACCION   TO WK-TRX-X04.
           IF WK-TRX-X04 NUMERIC
              MOVE WK-TRX-9-04           TO WK-NOR-NUM-TRANSAC
           ELSE
              ADD  1                     TO WK-TRX-NO-NUMERICAS
              MOVE 0                     TO WK-NOR-NUM-TRANSAC
           END-IF.
           MOVE '1'                      TO WK-NOR-MOTOR.
           MOVE RD160S-RED-ADQUIRIENTE   TO WK-NOR-RED-ADQUIR.
           MOVE RD160S-TIPO-TRANSACCION  TO WK-NOR-TIP-TRANSAC.
           MOVE RD160S-MONTO-TRANSACCION TO WK-NOR-MONTO-TRANSAC.
           MOVE RD160S-MONEDA            TO WK-NOR-MONEDA.
           MOVE RD160S-FECHA-TRANSACCION TO WK-NOR-FECHA-TRANSAC.
           MOVE RD160S-NRO-TRANSACCION   TO WK-NOR-TRX-ORIGINAL.
           PERFORM 2900-GRABAR-TRABAJO THRU 2900-FIN.

       2100-FIN.
           EXIT.

       2200-LEER-RB457SS.

           READ RB457SS.
           IF ES-RB457SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2200-FIN
           END-IF.
           IF ES-RB457SS NOT = '00'
              DISPLAY 'ERROR AL LEER SALIDA RB457SS ' ES-RB457SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB457SS-TRL-TIPO-REG = 'TRL'
              MOVE 1                     TO WK-SW-TRL-RB457
              MOVE RB457SS-TRL-CANT-REGS TO WK-TRL-CANT-RB457
              GO TO 2200-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-RB457.
           MOVE RB457SS-NUM-CTA          TO WK-NOR-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC      TO WK-NOR-NUM-TRANSAC.
           MOVE '2'                      TO WK-NOR-MOTOR.
           MOVE RB457SS-RED-ADQUIR       TO WK-NOR-RED-ADQUIR.
           MOVE RB457SS-TIP-TRANSAC      TO WK-NOR-TIP-TRANSAC.
           MOVE RB457SS-MONTO-TRANSAC    TO WK-NOR-MONTO-TRANSAC.
           MOVE RB457SS-MONEDA           TO WK-NOR-MONEDA.
           MOVE RB457SS-FECHA-TRANSAC    TO WK-NOR-FECHA-TRANSAC.
           MOVE SPACES                   TO WK-NOR-TRX-ORIGINAL.
           PERFORM 2900-GRABAR-TRABAJO THRU 2900-FIN.

       2200-FIN.
           EXIT.

       2210-LEER-RB457LT.

           READ RB457LT.
           IF ES-RB457LT = '10'
              MOVE 1 TO SW-FIN
              GO TO 2210-FIN
           END-IF.
           IF ES-RB457LT NOT = '00'
              DISPLAY 'ERROR AL LEER TARDIAS RB457LT ' ES-RB457LT
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB457LT-TRL-TIPO-REG = 'TRL'
              MOVE 1                     TO WK-SW-TRL-RB457LT
              MOVE RB457LT-TRL-CANT-REGS TO WK-TRL-CANT-RB457LT
              GO TO 2210-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-RB457LT.
           MOVE RB457LT-NUM-CTA          TO WK-NOR-NUM-CTA.
           MOVE RB457LT-NUM-TRANSAC      TO WK-NOR-NUM-TRANSAC.
           MOVE '2'                      TO WK-NOR-MOTOR.
           MOVE RB457LT-RED-ADQUIR       TO WK-NOR-RED-ADQUIR.
           MOVE RB457LT-TIP-TRANSAC      TO WK-NOR-TIP-TRANSAC.
           MOVE RB457LT-MONTO-TRANSAC    TO WK-NOR-MONTO-TRANSAC.
           MOVE RB457LT-MONEDA           TO WK-NOR-MONEDA.
           MOVE RB457LT-FECHA-TRANSAC    TO WK-NOR-FECHA-TRANSAC.
           MOVE SPACES                   TO WK-NOR-TRX-ORIGINAL.
           PERFORM 2900-GRABAR-TRABAJO THRU 2900-FIN.

       2210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA SALIDA SIN TRAILER O QUE NO CUADRA CONTRA EL SUYO SE       *
      * CONCILIA IGUAL, PERO SE AVISA Y DEJA RETURN-CODE 4             *
      *----------------------------------------------------------------*
       2300-CONTROLAR-TRAILERS.

           IF WK-SW-TRL-RD160 = 0 OR
              WK-TRL-CANT-RD160 NOT = WK-LEIDOS-RD160
              DISPLAY 'AVISO: RD160SS SIN TRAILER O QUE NO CUADRA: '
                      'TRL ' WK-TRL-CANT-RD160
                      ' LEIDOS ' WK-LEIDOS-RD160
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'AVISO: RD160SS SIN TRAILER O NO CUADRA CONTRA EL'
                   TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO TO REG-RB540LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WK-SW-TRL-RB457 = 0 OR
              WK-TRL-CANT-RB457 NOT = WK-LEIDOS-RB457
              DISPLAY 'AVISO: RB457SS SIN TRAILER O QUE NO CUADRA: '
                      'TRL ' WK-TRL-CANT-RB457
                      ' LEIDOS ' WK-LEIDOS-RB457
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'AVISO: RB457SS SIN TRAILER O NO CUADRA CONTRA EL'
                   TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO TO REG-RB540LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WK-SW-TRL-RB457LT = 0 OR
              WK-TRL-CANT-RB457LT NOT = WK-LEIDOS-RB457LT
              DISPLAY 'AVISO: RB457LT SIN TRAILER O QUE NO CUADRA: '
                      'TRL ' WK-TRL-CANT-RB457LT
                      ' LEIDOS ' WK-LEIDOS-RB457LT
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'AVISO: RB457LT SIN TRAILER O NO CUADRA CONTRA EL'
                   TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO TO REG-RB540LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       2300-FIN.
           EXIT.

       2900-GRABAR-TRABAJO.

           WRITE REG-RB540WK FROM WK-NORMALIZADO.
           IF ES-RB540WK NOT = '00'
              DISPLAY 'ERROR AL GRABAR TRABAJO RB540WK ' ES-RB540WK
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       2900-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECORRE RB540OR POR GRUPOS DE CUENTA + TRANSACCION. CADA GRUPO *
      * JUNTA LOS REGISTROS DE RDB457 Y LOS DE RBD457 Y SE RESUELVE AL *
      * CAMBIAR DE GRUPO                                               *
      *----------------------------------------------------------------*
       300-COMPARAR.

           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'TRANSACCIONES CON DIFERENCIA ENTRE LOS MOTORES'
                TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           OPEN INPUT RB540OR.
           IF   ES-RB540OR NOT = '00'
                DISPLAY 'ERROR AL ABRIR SALIDAS RB540OR ' ES-RB540OR
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0      TO WK-CANT-G1.
           MOVE 0      TO WK-CANT-G2.
           MOVE SPACES TO WK-GRUPO-EN-CURSO.
           MOVE 0      TO SW-FIN.
           PERFORM 3000-LEER-ORDENADO THRU 3000-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 310-RESOLVER-GRUPO THRU 310-FIN.

           CLOSE RB540OR.

       300-FIN.
           EXIT.

       3000-LEER-ORDENADO.

           READ RB540OR.
           IF ES-RB540OR = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-RB540OR NOT = '00'
              DISPLAY 'ERROR AL LEER SALIDAS RB540OR ' ES-RB540OR
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RB540-GRUPO NOT = WK-GRUPO-EN-CURSO
              PERFORM 310-RESOLVER-GRUPO THRU 310-FIN
              MOVE RB540-GRUPO TO WK-GRUPO-EN-CURSO
           END-IF.

      * UN GRUPO QUE NO CABE SE RESUELVE POR TRAMOS
           IF (RB540-ES-RDB457 AND WK-CANT-G1 >= WK-CAPACIDAD-GRUPO) OR
              (RB540-ES-RBD457 AND WK-CANT-G2 >= WK-CAPACIDAD-GRUPO)
              ADD 1 TO WK-GRUPOS-PARTIDOS
              PERFORM 310-RESOLVER-GRUPO THRU 310-FIN
           END-IF.

           IF RB540-ES-RDB457
              ADD  1                   TO WK-CANT-G1
              MOVE RB540-RED-ADQUIR    TO TB-G1-RED(WK-CANT-G1)
              MOVE RB540-TIP-TRANSAC   TO TB-G1-TIP(WK-CANT-G1)
              MOVE RB540-MONTO-TRANSAC TO TB-G1-MONTO(WK-CANT-G1)
              MOVE RB540-MONEDA        TO TB-G1-MONEDA(WK-CANT-G1)
              MOVE RB540-FECHA-TRANSAC TO TB-G1-FECHA(WK-CANT-G1)
              MOVE RB540-TRX-ORIGINAL  TO
                   TB-G1-TRX-ORIGINAL(WK-CANT-G1)
           ELSE
              ADD  1                   TO WK-CANT-G2
              MOVE RB540-RED-ADQUIR    TO TB-G2-RED(WK-CANT-G2)
              MOVE RB540-TIP-TRANSAC   TO TB-G2-TIP(WK-CANT-G2)
              MOVE RB540-MONTO-TRANSAC TO TB-G2-MONTO(WK-CANT-G2)
              MOVE RB540-MONEDA        TO TB-G2-MONEDA(WK-CANT-G2)
              MOVE RB540-FECHA-TRANSAC TO TB-G2-FECHA(WK-CANT-G2)
           END-IF.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * APAREA EN ORDEN LOS REGISTROS DE CADA MOTOR DEL GRUPO; LO QUE  *
      * SOBRA DE UN LADO ESTA SOLO EN ESE MOTOR                        *
      *----------------------------------------------------------------*
       310-RESOLVER-GRUPO.

           MOVE 0 TO WK-IX-G.
           PERFORM 3100-RESOLVER-PAR THRU 3100-FIN
                   UNTIL WK-IX-G >= WK-CANT-G1 AND
                         WK-IX-G >= WK-CANT-G2.
           MOVE 0 TO WK-CANT-G1.
           MOVE 0 TO WK-CANT-G2.

       310-FIN.
           EXIT.

       3100-RESOLVER-PAR.

           ADD 1 TO WK-IX-G.

           IF WK-IX-G <= WK-CANT-G1
              MOVE TB-G1-RED(WK-IX-G) TO WK-RED-BUSCADA
              PERFORM 500-BUSCAR-RED THRU 500-FIN
              ADD 1 TO TB-RED-CONT(WK-IX-RED, 1)
           END-IF.
           IF WK-IX-G <= WK-CANT-G2
              MOVE TB-G2-RED(WK-IX-G) TO WK-RED-BUSCADA
              PERFORM 500-BUSCAR-RED THRU 500-FIN
              ADD 1 TO TB-RED-CONT(WK-IX-RED, 2)
           END-IF.

           IF WK-IX-G <= WK-CANT-G1 AND WK-IX-G <= WK-CANT-G2
              IF TB-G1-RED(WK-IX-G) = TB-G2-RED(WK-IX-G)
                 ADD 1 TO WK-COINCIDEN
                 ADD 1 TO TB-RED-CONT(WK-IX-RED, 3)
              ELSE
                 ADD 1 TO WK-RED-DISTINTA
                 ADD 1 TO TB-RED-CONT(WK-IX-RED, 7)
                 MOVE TB-G1-RED(WK-IX-G) TO WK-RED-BUSCADA
                 PERFORM 500-BUSCAR-RED THRU 500-FIN
                 ADD 1 TO TB-RED-CONT(WK-IX-RED, 6)
                 MOVE 'RED DISTINTA'      TO WK-DIF-TIPO
                 MOVE TB-G1-RED(WK-IX-G)  TO WK-DIF-RED-1
                 MOVE TB-G2-RED(WK-IX-G)  TO WK-DIF-RED-2
                 PERFORM 3110-DATOS-RBD457 THRU 3110-FIN
                 MOVE TB-G1-TRX-ORIGINAL(WK-IX-G)
                                          TO WK-DIF-TRX-ORIGINAL
                 PERFORM 400-LISTAR-DIFERENCIA THRU 400-FIN
              END-IF
              GO TO 3100-FIN
           END-IF.

           IF WK-IX-G <= WK-CANT-G1
              ADD 1 TO WK-SOLO-RDB457
              ADD 1 TO TB-RED-CONT(WK-IX-RED, 4)
              MOVE 'SOLO EN RDB457'       TO WK-DIF-TIPO
              MOVE TB-G1-RED(WK-IX-G)     TO WK-DIF-RED-1
              MOVE SPACES                 TO WK-DIF-RED-2
              MOVE TB-G1-TIP(WK-IX-G)     TO WK-DIF-TIP
              MOVE TB-G1-MONTO(WK-IX-G)   TO WK-DIF-MONTO
              MOVE TB-G1-MONEDA(WK-IX-G)  TO WK-DIF-MONEDA
              MOVE TB-G1-FECHA(WK-IX-G)   TO WK-DIF-FECHA
              MOVE TB-G1-TRX-ORIGINAL(WK-IX-G)
                                          TO WK-DIF-TRX-ORIGINAL
           ELSE
              ADD 1 TO WK-SOLO-RBD457
              ADD 1 TO TB-RED-CONT(WK-IX-RED, 5)
              MOVE 'SOLO EN RBD457'       TO WK-DIF-TIPO
              MOVE SPACES                 TO WK-DIF-RED-1
              MOVE TB-G2-RED(WK-IX-G)     TO WK-DIF-RED-2
              PERFORM 3110-DATOS-RBD457 THRU 3110-FIN
              MOVE SPACES                 TO WK-DIF-TRX-ORIGINAL
           END-IF.
           PERFORM 400-LISTAR-DIFERENCIA THRU 400-FIN.

       3100-FIN.
           EXIT.

       3110-DATOS-RBD457.

           MOVE TB-G2-TIP(WK-IX-G)    TO WK-DIF-TIP.
           MOVE TB-G2-MONTO(WK-IX-G)  TO WK-DIF-MONTO.
           MOVE TB-G2-MONEDA(WK-IX-G) TO WK-DIF-MONEDA.
           MOVE TB-G2-FECHA(WK-IX-G)  TO WK-DIF-FECHA.

       3110-FIN.
           EXIT.

       400-LISTAR-DIFERENCIA.

           MOVE SPACES                TO WK-LINEA-DETALLE.
           MOVE WK-DIF-TIPO           TO WK-LDE-TIPO.
           MOVE WK-GRUPO-EN-CURSO(1:16)  TO WK-LDE-NUM-CTA.
           MOVE WK-GRUPO-EN-CURSO(17:16) TO WK-LDE-NUM-TRANSAC.
           MOVE WK-DIF-TRX-ORIGINAL   TO WK-LDE-TRX-ORIGINAL.
           MOVE WK-DIF-RED-1          TO WK-LDE-RED-1.
           MOVE WK-DIF-RED-2          TO WK-LDE-RED-2.
           MOVE WK-DIF-TIP            TO WK-LDE-TIP.
           MOVE WK-DIF-MONEDA         TO WK-LDE-MONEDA.
           MOVE WK-DIF-MONTO          TO WK-LDE-MONTO.
           MOVE WK-DIF-FECHA          TO WK-LDE-FECHA.
           MOVE WK-LINEA-DETALLE      TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BUSQUEDA LINEAL DE LA RED; LA QUE NO ESTA SE DA DE ALTA. CON   *
      * LA TABLA LLENA SE ACUMULA EN EL ULTIMO RENGLON, RED '**'       *
      *----------------------------------------------------------------*
       500-BUSCAR-RED.

           MOVE 0 TO WK-SW-RED-HALLADA.
           MOVE 0 TO WK-IX-RED.
           PERFORM 5000-COMPARAR-RED THRU 5000-FIN
                   UNTIL WK-SW-RED-HALLADA = 1 OR
                         WK-IX-RED >= WK-CANT-RED.
           IF WK-SW-RED-HALLADA = 1
              GO TO 500-FIN
           END-IF.

           IF WK-CANT-RED >= WK-CAPACIDAD-RED - 1
              IF WK-CANT-RED < WK-CAPACIDAD-RED
                 DISPLAY 'AVISO: MAS DE ' WK-CANT-RED
                         ' REDES, EL RESTO SE ACUMULA EN **'
                 ADD  1    TO WK-CANT-RED
                 MOVE '**' TO TB-RED-COD(WK-CANT-RED)
              END-IF
              MOVE WK-CANT-RED TO WK-IX-RED
              GO TO 500-FIN
           END-IF.

           ADD  1              TO WK-CANT-RED.
           MOVE WK-CANT-RED    TO WK-IX-RED.
           MOVE WK-RED-BUSCADA TO TB-RED-COD(WK-IX-RED).

       500-FIN.
           EXIT.

       5000-COMPARAR-RED.

           ADD 1 TO WK-IX-RED.
           IF TB-RED-COD(WK-IX-RED) = WK-RED-BUSCADA
              MOVE 1 TO WK-SW-RED-HALLADA
           END-IF.

       5000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TOTALES POR RED Y TOTAL GENERAL                                *
      *----------------------------------------------------------------*
       600-TOTALES-RED.

           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'TOTALES POR RED ADQUIRIENTE (DIF.RED-1: LA RED SEGUN '
                TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'RDB457; DIF.RED-2: LA RED SEGUN RBD457)'
                TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-RED.
           PERFORM 6000-LISTAR-RED THRU 6000-FIN
                   UNTIL WK-IX-RED >= WK-CANT-RED.

           MOVE SPACES  TO WK-LINEA-RED.
           MOVE 'TOTAL' TO WK-LRE-RED.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 6010-MOVER-TOTAL THRU 6010-FIN
                   UNTIL WK-IX-CONT >= 7.
           MOVE WK-LINEA-RED TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-TRX-NO-NUMERICAS > 0
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'AVISO: HAY TRANSACCIONES DE RD160SS CON NUMERO NO '
                   TO WK-LTX-TEXTO
              MOVE 'NUMERICO, QUEDAN COMO SOLO EN RDB457'
                   TO WK-LTX-TEXTO(51:36)
              MOVE WK-LINEA-TEXTO TO REG-RB540LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       600-FIN.
           EXIT.

       6000-LISTAR-RED.

           ADD 1 TO WK-IX-RED.
           MOVE SPACES                TO WK-LINEA-RED.
           MOVE TB-RED-COD(WK-IX-RED) TO WK-LRE-RED.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 6001-MOVER-CANT THRU 6001-FIN
                   UNTIL WK-IX-CONT >= 7.
           MOVE WK-LINEA-RED TO REG-RB540LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6000-FIN.
           EXIT.

       6001-MOVER-CANT.

           ADD 1 TO WK-IX-CONT.
           MOVE TB-RED-CONT(WK-IX-RED, WK-IX-CONT)
                TO WK-LRE-CANT(WK-IX-CONT).
           ADD  TB-RED-CONT(WK-IX-RED, WK-IX-CONT)
                TO WK-TRE-CONT(WK-IX-CONT).

       6001-FIN.
           EXIT.

       6010-MOVER-TOTAL.

           ADD 1 TO WK-IX-CONT.
           MOVE WK-TRE-CONT(WK-IX-CONT) TO WK-LRE-CANT(WK-IX-CONT).

       6010-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB540LS.
           IF ES-RB540LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB540LS ' ES-RB540LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD540 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE = 0 AND
              (WK-SOLO-RDB457 > 0 OR WK-SOLO-RBD457 > 0 OR
               WK-RED-DISTINTA > 0)
              DISPLAY 'LOS MOTORES NO COINCIDEN, SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD540 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'FECHA DE PROCESO           : ' WK-FECHA-SISTEMA
              DISPLAY 'LEIDOS RD160SS (RDB457)    : ' WK-LEIDOS-RD160
              DISPLAY 'LEIDOS RB457SS (RBD457)    : ' WK-LEIDOS-RB457
              DISPLAY 'LEIDOS RB457LT (TARDIAS)   : ' WK-LEIDOS-RB457LT
              DISPLAY 'COINCIDEN                  : ' WK-COINCIDEN
              DISPLAY 'SOLO EN RDB457             : ' WK-SOLO-RDB457
              DISPLAY 'SOLO EN RBD457             : ' WK-SOLO-RBD457
              DISPLAY 'RED ADQUIRIENTE DISTINTA   : ' WK-RED-DISTINTA
              DISPLAY 'TRANSAC. NO NUMERICAS      : '
                       WK-TRX-NO-NUMERICAS
              DISPLAY '--------------------------------------'.
           IF WK-GRUPOS-PARTIDOS > 0
              DISPLAY 'AVISO: ' WK-GRUPOS-PARTIDOS
                      ' GRUPOS CON MAS DE ' WK-CAPACIDAD-GRUPO
                      ' REGISTROS DE UN MOTOR'
           END-IF.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-LISTADO-ABIERTO = 1
              CLOSE RB540LS
           END-IF.
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

           MOVE 'RBD540  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 8                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RD160SS'       TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-RD160        TO RBLEDG-CONT-VALOR(1).
           MOVE 'LEIDOS-RB457SS'       TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-LEIDOS-RB457        TO RBLEDG-CONT-VALOR(2).
           MOVE 'COINCIDEN'            TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-COINCIDEN           TO RBLEDG-CONT-VALOR(3).
           MOVE 'SOLO-RDB457'          TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SOLO-RDB457         TO RBLEDG-CONT-VALOR(4).
           MOVE 'SOLO-RBD457'          TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SOLO-RBD457         TO RBLEDG-CONT-VALOR(5).
           MOVE 'RED-DISTINTA'         TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-RED-DISTINTA        TO RBLEDG-CONT-VALOR(6).
           MOVE 'TRX-NO-NUMERICAS'     TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-TRX-NO-NUMERICAS    TO RBLEDG-CONT-VALOR(7).
           MOVE 'LEIDOS-RB457LT'       TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-LEIDOS-RB457LT      TO RBLEDG-CONT-VALOR(8).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : RESPALDO CONJUNTO DE LOS ARCHIVOS DE CONTROL     *
      *           : PARA RECUPERACION ANTE DESASTRE                  *
      * OBJETIVO  : LA CADENA NOCTURNA DEPENDE DE NUEVE ARCHIVOS DE  *
      *           : CONTROL CHICOS (FECPRSS, CNCTLSS, CALENSS,       *
      *           : RBLEDSS, RB452SS, RBVOLSS, RBPERSS, LA BOVEDA    *
      *           : RB485SS Y EL REGISTRO DE LLAVES RBKEYSS) Y EN LA *
      *           : PRUEBA DE DR NO HUBO UNA COPIA CONSISTENTE DE    *
      *           : TODOS A UN MISMO MOMENTO. ESTE PASO CORRE EN     *
      *           : PUNTOS FIJOS DE LA CADENA Y GRABA LOS NUEVE EN   *
      *           : UN SOLO JUEGO DE RESPALDO RB537SS (UNA           *
      *           : GENERACION POR CORRIDA) CON ENCABEZADO FECHADO,  *
      *           : CANTIDAD Y HASH POR ARCHIVO Y TRAILER DEL JUEGO. *
      *           : RBD538 VERIFICA EL JUEGO Y LO RESTAURA COMO UNA  *
      *           : UNIDAD                                           *
      * FECHA     : 15 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192192                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192192                                       *
      * FECHA  : 15 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM537SS PUNTO=      *
      *          (NOMBRE DEL PUNTO DE LA CADENA QUE SE GRABA EN EL   *
      *          ENCABEZADO, 'MANUAL' SI NO VIENE). REGISTROS DE     *
      *          RB537SS: 'H' ENCABEZADO (FECHA DE PROCESO, FECHA Y  *
      *          HORA DEL RESPALDO Y PUNTO), 'D' UN REGISTRO DE UN   *
      *          ARCHIVO TAL CUAL, 'C' CONTROL DEL ARCHIVO           *
      *          (CANTIDAD, HASH Y SI EXISTIA) Y 'T' TRAILER DEL     *
      *          JUEGO. EL HASH SUMA EL VALOR DE CADA BYTE POR SU    *
      *          POSICION, POR LA SECUENCIA DEL REGISTRO, MODULO     *
      *          WK-HASH-MODULO. UN ARCHIVO QUE NO EXISTE SE         *
      *          REGISTRA COMO AUSENTE. UN ARCHIVO AUSENTE O LA      *
      *          VENTANA BATCH DE CNCTLSS EN CURSO ('B') DEJAN       *
      *          RETURN-CODE 4                                       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD537.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 15 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM537SS   ASSIGN TO SYS001-PARM537SS
                               FILE STATUS ES-PARM537SS.

           SELECT  RB537SS     ASSIGN TO SYS002-RB537SS
                               FILE STATUS ES-RB537SS.

           SELECT  RB537LS     ASSIGN TO SYS003-RB537LS
                               FILE STATUS ES-RB537LS.

           SELECT  RB452SS     ASSIGN TO SYS018-RB452SS
                               FILE STATUS ES-RB452SS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  CALENSS     ASSIGN TO SYS031-CALENSS
                               FILE STATUS ES-CALENSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  CNCTLSS     ASSIGN TO SYS033-CNCTLSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CNCTL-ID
                               FILE STATUS ES-CNCTLSS.

           SELECT  RBVOLSS     ASSIGN TO SYS034-RBVOLSS
                               FILE STATUS ES-RBVOLSS.

           SELECT  RB485SS     ASSIGN TO SYS035-RB485SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RB485-LLAVE
                               FILE STATUS ES-RB485SS.

           SELECT  RBKEYSS     ASSIGN TO SYS037-RBKEYSS
                               FILE STATUS ES-RBKEYSS.

           SELECT  RBPERSS     ASSIGN TO SYS041-RBPERSS
                               FILE STATUS ES-RBPERSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM537SS.
       01  REG-PARM537SS                  PIC X(80).

      *----------------------------------------------------------------*
      * JUEGO DE RESPALDO. RB537-DATOS LLEVA EL REGISTRO DEL ARCHIVO   *
      * (TIPO 'D') O LAS VISTAS DE ENCABEZADO, CONTROL Y TRAILER       *
      *----------------------------------------------------------------*
       FD  RB537SS.
       01  REG-RB537SS.
           03 RB537-TIPO                  PIC X(01).
              88 RB537-ENCABEZADO         VALUE 'H'.
              88 RB537-DATO               VALUE 'D'.
              88 RB537-CONTROL            VALUE 'C'.
              88 RB537-TRAILER            VALUE 'T'.
           03 RB537-ARCHIVO               PIC X(08).
           03 RB537-SECUENCIA             PIC 9(07).
           03 RB537-LARGO                 PIC 9(04).
           03 RB537-DATOS                 PIC X(346).
           03 RB537-ENC REDEFINES RB537-DATOS.
              05 RB537-ENC-FECHA-PROCESO  PIC 9(08).
              05 RB537-ENC-FECHA          PIC 9(08).
              05 RB537-ENC-HORA           PIC 9(08).
              05 RB537-ENC-PUNTO          PIC X(20).
              05 RB537-ENC-CANT-ARCHIVOS  PIC 9(02).
              05 FILLER                   PIC X(300).
           03 RB537-CTL REDEFINES RB537-DATOS.
              05 RB537-CTL-CANT-REGS      PIC 9(10).
              05 RB537-CTL-HASH           PIC 9(18).
              05 RB537-CTL-PRESENTE       PIC X(01).
              05 FILLER                   PIC X(317).
           03 RB537-TRL REDEFINES RB537-DATOS.
              05 RB537-TRL-CANT-REGS      PIC 9(10).
              05 RB537-TRL-HASH           PIC 9(18).
              05 RB537-TRL-CANT-ARCHIVOS  PIC 9(02).
              05 FILLER                   PIC X(316).

       FD  RB537LS.
       01  REG-RB537LS                    PIC X(132).

      *----------------------------------------------------------------*
      * ARCHIVOS DE CONTROL QUE SE RESPALDAN, MISMOS LAYOUTS DE RBD457 *
      *----------------------------------------------------------------*
       FD  RB452SS.
       01  REG-RB452SS.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

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

       FD  CALENSS.
       01  REG-CALENSS.
           03 CALEN-FECHA                 PIC 9(8).
           03 CALEN-DESCRIPCION           PIC X(30).

       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

       FD  CNCTLSS.
       01  REG-CNCTLSS.
           03 CNCTL-ID                    PIC X(8).
           03 CNCTL-ESTADO                PIC X(1).
           03 CNCTL-FECHA                 PIC 9(8).
           03 CNCTL-HORA                  PIC 9(8).
           03 CNCTL-PROGRAMA              PIC X(8).

       FD  RBVOLSS.
       01  REG-RBVOLSS.
           03 RBVOL-FECHA                 PIC 9(8).
           03 RBVOL-DIA-SEMANA            PIC 9(1).
           03 RBVOL-LEIDOS-CIFIN          PIC 9(10).
           03 RBVOL-LEIDOS                PIC 9(10).

       FD  RB485SS.
       01  REG-RB485SS.
           03 RB485-LLAVE.
              05 RB485-CTA-PROTEGIDA      PIC 9(16).
              05 RB485-NUM-CTA            PIC 9(16).
           03 RB485-FECHA-ALTA            PIC 9(8).
           03 RB485-GENERACION            PIC 9(4).

       FD  RBKEYSS.
       01  REG-RBKEYSS.
           03 RBKEY-GENERACION            PIC 9(04).
           03 RBKEY-FECHA-ROTACION        PIC 9(08).
           03 RBKEY-DIAS-GRACIA           PIC 9(05).

       FD  RBPERSS.
       01  REG-RBPERSS.
           03 RBPER-PERIODO               PIC 9(06).
           03 RBPER-ESTADO                PIC X(01).
              88 RBPER-ABIERTO            VALUE 'A'.
              88 RBPER-COMPLETO           VALUE 'C'.
              88 RBPER-CONSOLIDADO        VALUE 'X'.
           03 RBPER-FECHA-MARCA           PIC 9(08).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-PARM537SS                 PIC   X(02).
           03  ES-RB537SS                   PIC   X(02).
           03  ES-RB537LS                   PIC   X(02).
           03  ES-RB452SS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-CALENSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-CNCTLSS                   PIC   X(02).
           03  ES-RBVOLSS                   PIC   X(02).
           03  ES-RB485SS                   PIC   X(02).
           03  ES-RBKEYSS                   PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-VENTANA-EN-CURSO       PIC   9(01).
           03  WK-ARCHIVOS-AUSENTES         PIC   9(02).
           03  WK-TOTAL-REGISTROS           PIC   9(10).
           03  WK-TOTAL-HASH                PIC   9(18).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).

      * PUNTO DE LA CADENA EN QUE SE TOMA EL RESPALDO
       01  WK-PUNTO                         PIC   X(20) VALUE 'MANUAL'.

      *----------------------------------------------------------------*
      * ARCHIVO EN CURSO Y SUS CONTROLES. EL HASH SE LLEVA MODULO      *
      * WK-HASH-MODULO PARA QUE LA SUMA NO DESBORDE, COMO EN RBD518    *
      *----------------------------------------------------------------*
       01  WK-ARCHIVO-ACTUAL                PIC   X(08).
       01  WK-LARGO-ACTUAL                  PIC   9(04).
       01  WK-SECUENCIA                     PIC   9(07).
       01  WK-HASH-ARCHIVO                  PIC   9(18).
       01  WK-IND-PRESENTE                  PIC   X(01).
       01  WK-CANT-ARCHIVOS                 PIC   9(02).
       01  WK-HASH-MODULO                   PIC   9(18)
                                            VALUE 900000000000000000.

      *----------------------------------------------------------------*
      * HASH DE UN REGISTRO: CADA BYTE SE PASA AL BYTE BAJO DE UN      *
      * BINARIO DE DOS BYTES PARA TENER SU VALOR NUMERICO              *
      *----------------------------------------------------------------*
       01  WK-DATOS-REG                     PIC   X(346).
       01  WK-DATOS-REG-R REDEFINES WK-DATOS-REG.
           03  WK-DATOS-CAR OCCURS 346 TIMES
                                            PIC   X(01).
       01  WK-IX-BYTE                       PIC   9(04).
       01  WK-HASH-REG                      PIC   9(12).
       01  WK-BYTE-BIN                      PIC   9(04) COMP.
       01  WK-BYTE-BIN-R REDEFINES WK-BYTE-BIN.
           03  FILLER                       PIC   X(01).
           03  WK-BYTE-CAR                  PIC   X(01).

      * RESUMEN POR ARCHIVO PARA EL LISTADO
       01  WK-IX-ARC                        PIC   9(02).
       01  TB-ARCHIVOS.
           03  TB-ARC OCCURS 9 TIMES.
               05 TB-ARC-NOMBRE             PIC  X(08).
               05 TB-ARC-PRESENTE           PIC  X(01).
               05 TB-ARC-CANT-REGS          PIC  9(10).
               05 TB-ARC-HASH               PIC  9(18).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD537'.
           03 FILLER                       PIC X(58) VALUE
              'RESPALDO CONJUNTO DE LOS ARCHIVOS DE CONTROL'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(08) VALUE
              'PUNTO : '.
           03 WK-LTI-PUNTO                  PIC X(20).
           03 FILLER                       PIC X(09).

       01  WK-LINEA-PARAMETROS.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(24) VALUE
              'RESPALDO TOMADO EL    : '.
           03 WK-LPA-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LPA-HORA                   PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LPA-AVISO                  PIC X(60).
           03 FILLER                       PIC X(27).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  ARCHIVO   ESTADO       REGISTROS        HA'.
           03 FILLER                       PIC X(44) VALUE
              'SH-CONTROL                                  '.
           03 FILLER                       PIC X(44) VALUE
              '                                            '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ARCHIVO                PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-ESTADO                 PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-REGISTROS              PIC Z(09)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-HASH                   PIC 9(18).
           03 FILLER                       PIC X(80).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-RESPALDO                PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR      THRU 100-FIN.
           PERFORM 300-RESPALDAR        THRU 300-FIN.
           PERFORM 600-LISTADO          THRU 600-FIN.
           PERFORM 990-FINALIZAR        THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           ACCEPT  WK-FECHA-RESPALDO FROM DATE YYYYMMDD.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-ARCHIVOS.
           MOVE 0 TO WK-CANT-ARCHIVOS.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 120-LEER-PARM537SS   THRU 120-FIN.
           DISPLAY 'PUNTO DE LA CADENA : ' WK-PUNTO.

           OPEN OUTPUT RB537SS.
           IF   ES-RB537SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR JUEGO DE RESPALDO RB537SS '
                         ES-RB537SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB537LS.
           IF   ES-RB537LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB537LS ' ES-RB537LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB537SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

       100-FIN.
           EXIT.

       110-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO FECPRSS ' ES-FECPRSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           READ FECPRSS.
           IF   ES-FECPRSS NOT = '00' OR
                FECPR-FECHA-PROCESO NOT NUMERIC OR
                FECPR-FECHA-PROCESO = 0
                DISPLAY 'REGISTRO DE CONTROL FECPRSS AUSENTE O '
                        'INVALIDO ' ES-FECPRSS
                MOVE     999           TO   RETURN-CODE
                CLOSE    FECPRSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA.
           CLOSE FECPRSS.
           DISPLAY 'FECHA DE PROCESO CENTRAL (FECPRSS) : '
                    WK-FECHA-SISTEMA.

       110-FIN.
           EXIT.

       120-LEER-PARM537SS.

           OPEN INPUT PARM537SS.
           IF   ES-PARM537SS = '97'
                MOVE '00'  TO ES-PARM537SS.
           IF   ES-PARM537SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM537SS NOT = '00'
                CLOSE PARM537SS
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM537SS.
           IF ES-PARM537SS = '00'
              IF REG-PARM537SS = SPACES OR REG-PARM537SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM537SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM537SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM537SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM537SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE TRUE
               WHEN WK-PARM-CLAVE = 'PUNTO'
                   IF WK-PARM-VALOR = SPACES OR
                      WK-PARM-VALOR(21:30) NOT = SPACES
                      DISPLAY 'VALOR MAL FORMADO EN TARJETA '
                              'PARM537SS: ' REG-PARM537SS
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-PARM-VALOR TO WK-PUNTO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM537SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENCABEZADO, LOS NUEVE ARCHIVOS EN ORDEN FIJO Y EL TRAILER. EL  *
      * ENCABEZADO LLEVA LA FECHA DE PROCESO VIGENTE AL TOMAR EL       *
      * RESPALDO                                                       *
      *----------------------------------------------------------------*
       300-RESPALDAR.

           MOVE SPACES              TO REG-RB537SS.
           MOVE 'H'                 TO RB537-TIPO.
           MOVE 'RB537SS'           TO RB537-ARCHIVO.
           MOVE 0                   TO RB537-SECUENCIA.
           MOVE 0                   TO RB537-LARGO.
           MOVE WK-FECHA-SISTEMA    TO RB537-ENC-FECHA-PROCESO.
           MOVE WK-FECHA-RESPALDO   TO RB537-ENC-FECHA.
           MOVE WK-HORA-INICIO      TO RB537-ENC-HORA.
           MOVE WK-PUNTO            TO RB537-ENC-PUNTO.
           MOVE 9                   TO RB537-ENC-CANT-ARCHIVOS.
           PERFORM 395-GRABAR-RB537 THRU 395-FIN.

           PERFORM 310-RESPALDAR-FECPRSS THRU 310-FIN.
           PERFORM 311-RESPALDAR-CNCTLSS THRU 311-FIN.
           PERFORM 312-RESPALDAR-CALENSS THRU 312-FIN.
           PERFORM 313-RESPALDAR-RBLEDSS THRU 313-FIN.
           PERFORM 314-RESPALDAR-RB452SS THRU 314-FIN.
           PERFORM 315-RESPALDAR-RBVOLSS THRU 315-FIN.
           PERFORM 316-RESPALDAR-RBPERSS THRU 316-FIN.
           PERFORM 317-RESPALDAR-RB485SS THRU 317-FIN.
           PERFORM 318-RESPALDAR-RBKEYSS THRU 318-FIN.

           MOVE SPACES              TO REG-RB537SS.
           MOVE 'T'                 TO RB537-TIPO.
           MOVE 'RB537SS'           TO RB537-ARCHIVO.
           MOVE 0                   TO RB537-SECUENCIA.
           MOVE 0                   TO RB537-LARGO.
           MOVE WK-TOTAL-REGISTROS  TO RB537-TRL-CANT-REGS.
           MOVE WK-TOTAL-HASH       TO RB537-TRL-HASH.
           MOVE WK-CANT-ARCHIVOS    TO RB537-TRL-CANT-ARCHIVOS.
           PERFORM 395-GRABAR-RB537 THRU 395-FIN.

       300-FIN.
           EXIT.

       310-RESPALDAR-FECPRSS.

           MOVE 'FECPRSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 8          TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 310-FIN.
           IF   ES-FECPRSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3100-LEER-FECPRSS THRU 3100-FIN
                   UNTIL ES-FECPRSS NOT = '00'.
           CLOSE FECPRSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       310-FIN.
           EXIT.

       3100-LEER-FECPRSS.

           READ FECPRSS.
           IF ES-FECPRSS = '00'
              MOVE REG-FECPRSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-FECPRSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3100-FIN.
           EXIT.

       311-RESPALDAR-CNCTLSS.

           MOVE 'CNCTLSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 33         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT CNCTLSS.
           IF   ES-CNCTLSS = '97'
                MOVE '00'  TO ES-CNCTLSS.
           IF   ES-CNCTLSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 311-FIN.
           IF   ES-CNCTLSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3110-LEER-CNCTLSS THRU 3110-FIN
                   UNTIL ES-CNCTLSS NOT = '00'.
           CLOSE CNCTLSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       311-FIN.
           EXIT.

       3110-LEER-CNCTLSS.

           READ CNCTLSS NEXT RECORD.
           IF ES-CNCTLSS = '00'
              IF CNCTL-ESTADO = 'B'
                 MOVE 1 TO WK-SW-VENTANA-EN-CURSO
                 DISPLAY 'AVISO: VENTANA ' CNCTL-ID ' EN CURSO POR '
                         CNCTL-PROGRAMA ' DESDE ' CNCTL-FECHA
              END-IF
              MOVE REG-CNCTLSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-CNCTLSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3110-FIN.
           EXIT.

       312-RESPALDAR-CALENSS.

           MOVE 'CALENSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 38         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT CALENSS.
           IF   ES-CALENSS = '97'
                MOVE '00'  TO ES-CALENSS.
           IF   ES-CALENSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 312-FIN.
           IF   ES-CALENSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3120-LEER-CALENSS THRU 3120-FIN
                   UNTIL ES-CALENSS NOT = '00'.
           CLOSE CALENSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       312-FIN.
           EXIT.

       3120-LEER-CALENSS.

           READ CALENSS.
           IF ES-CALENSS = '00'
              MOVE REG-CALENSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-CALENSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3120-FIN.
           EXIT.

       313-RESPALDAR-RBLEDSS.

           MOVE 'RBLEDSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 346        TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RBLEDSS.
           IF   ES-RBLEDSS = '97'
                MOVE '00'  TO ES-RBLEDSS.
           IF   ES-RBLEDSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 313-FIN.
           IF   ES-RBLEDSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3130-LEER-RBLEDSS THRU 3130-FIN
                   UNTIL ES-RBLEDSS NOT = '00'.
           CLOSE RBLEDSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       313-FIN.
           EXIT.

       3130-LEER-RBLEDSS.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS = '00'
              MOVE REG-RBLEDSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RBLEDSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3130-FIN.
           EXIT.

       314-RESPALDAR-RB452SS.

           MOVE 'RB452SS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 126        TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RB452SS.
           IF   ES-RB452SS = '97'
                MOVE '00'  TO ES-RB452SS.
           IF   ES-RB452SS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 314-FIN.
           IF   ES-RB452SS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3140-LEER-RB452SS THRU 3140-FIN
                   UNTIL ES-RB452SS NOT = '00'.
           CLOSE RB452SS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       314-FIN.
           EXIT.

       3140-LEER-RB452SS.

           READ RB452SS.
           IF ES-RB452SS = '00'
              MOVE REG-RB452SS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RB452SS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3140-FIN.
           EXIT.

       315-RESPALDAR-RBVOLSS.

           MOVE 'RBVOLSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 29         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RBVOLSS.
           IF   ES-RBVOLSS = '97'
                MOVE '00'  TO ES-RBVOLSS.
           IF   ES-RBVOLSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 315-FIN.
           IF   ES-RBVOLSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3150-LEER-RBVOLSS THRU 3150-FIN
                   UNTIL ES-RBVOLSS NOT = '00'.
           CLOSE RBVOLSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       315-FIN.
           EXIT.

       3150-LEER-RBVOLSS.

           READ RBVOLSS.
           IF ES-RBVOLSS = '00'
              MOVE REG-RBVOLSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RBVOLSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3150-FIN.
           EXIT.

       316-RESPALDAR-RBPERSS.

           MOVE 'RBPERSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 15         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RBPERSS.
           IF   ES-RBPERSS = '97'
                MOVE '00'  TO ES-RBPERSS.
           IF   ES-RBPERSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 316-FIN.
           IF   ES-RBPERSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3160-LEER-RBPERSS THRU 3160-FIN
                   UNTIL ES-RBPERSS NOT = '00'.
           CLOSE RBPERSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       316-FIN.
           EXIT.

       3160-LEER-RBPERSS.

           READ RBPERSS.
           IF ES-RBPERSS = '00'
              MOVE REG-RBPERSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RBPERSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3160-FIN.
           EXIT.

       317-RESPALDAR-RB485SS.

           MOVE 'RB485SS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 44         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RB485SS.
           IF   ES-RB485SS = '97'
                MOVE '00'  TO ES-RB485SS.
           IF   ES-RB485SS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 317-FIN.
           IF   ES-RB485SS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3170-LEER-RB485SS THRU 3170-FIN
                   UNTIL ES-RB485SS NOT = '00'.
           CLOSE RB485SS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       317-FIN.
           EXIT.

       3170-LEER-RB485SS.

           READ RB485SS NEXT RECORD.
           IF ES-RB485SS = '00'
              MOVE REG-RB485SS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RB485SS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3170-FIN.
           EXIT.

       318-RESPALDAR-RBKEYSS.

           MOVE 'RBKEYSS'  TO WK-ARCHIVO-ACTUAL.
           MOVE 17         TO WK-LARGO-ACTUAL.
           PERFORM 370-INICIAR-ARCHIVO THRU 370-FIN.
           OPEN INPUT RBKEYSS.
           IF   ES-RBKEYSS = '97'
                MOVE '00'  TO ES-RBKEYSS.
           IF   ES-RBKEYSS = '35'
                PERFORM 375-ARCHIVO-AUSENTE THRU 375-FIN
                GO TO 318-FIN.
           IF   ES-RBKEYSS NOT = '00'
                PERFORM 376-ERROR-APERTURA THRU 376-FIN.
           PERFORM 3180-LEER-RBKEYSS THRU 3180-FIN
                   UNTIL ES-RBKEYSS NOT = '00'.
           CLOSE RBKEYSS.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       318-FIN.
           EXIT.

       3180-LEER-RBKEYSS.

           READ RBKEYSS.
           IF ES-RBKEYSS = '00'
              MOVE REG-RBKEYSS TO WK-DATOS-REG
              PERFORM 380-GRABAR-DATO THRU 380-FIN
           ELSE
              IF ES-RBKEYSS NOT = '10'
                 PERFORM 377-ERROR-LECTURA THRU 377-FIN
              END-IF
           END-IF.

       3180-FIN.
           EXIT.

       370-INICIAR-ARCHIVO.

           MOVE 0   TO WK-SECUENCIA.
           MOVE 0   TO WK-HASH-ARCHIVO.
           MOVE 'S' TO WK-IND-PRESENTE.

       370-FIN.
           EXIT.

       375-ARCHIVO-AUSENTE.

           DISPLAY 'AVISO: ARCHIVO ' WK-ARCHIVO-ACTUAL
                   ' NO EXISTE, SE REGISTRA COMO AUSENTE'.
           ADD  1   TO WK-ARCHIVOS-AUSENTES.
           MOVE 'N' TO WK-IND-PRESENTE.
           PERFORM 390-GRABAR-CONTROL THRU 390-FIN.

       375-FIN.
           EXIT.

       376-ERROR-APERTURA.

           DISPLAY 'ERROR AL ABRIR ARCHIVO ' WK-ARCHIVO-ACTUAL
                   ' PARA RESPALDO'.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  990-FINALIZAR THRU 990-FIN.

       376-FIN.
           EXIT.

       377-ERROR-LECTURA.

           DISPLAY 'ERROR AL LEER ARCHIVO ' WK-ARCHIVO-ACTUAL
                   ' EN EL REGISTRO ' WK-SECUENCIA.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  990-FINALIZAR THRU 990-FIN.

       377-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRO 'D' CON EL REGISTRO DEL ARCHIVO EN WK-DATOS-REG. SU   *
      * HASH (BYTE POR POSICION) POR LA SECUENCIA SE SUMA AL ARCHIVO   *
      *----------------------------------------------------------------*
       380-GRABAR-DATO.

           ADD 1 TO WK-SECUENCIA.
           MOVE 0 TO WK-HASH-REG.
           MOVE 0 TO WK-IX-BYTE.
           PERFORM 3800-SUMAR-BYTE THRU 3800-FIN
                   UNTIL WK-IX-BYTE >= WK-LARGO-ACTUAL.
           COMPUTE WK-HASH-ARCHIVO = WK-HASH-ARCHIVO
                                   + WK-HASH-REG * WK-SECUENCIA.
           IF WK-HASH-ARCHIVO >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM WK-HASH-ARCHIVO
           END-IF.

           MOVE SPACES            TO REG-RB537SS.
           MOVE 'D'               TO RB537-TIPO.
           MOVE WK-ARCHIVO-ACTUAL TO RB537-ARCHIVO.
           MOVE WK-SECUENCIA      TO RB537-SECUENCIA.
           MOVE WK-LARGO-ACTUAL   TO RB537-LARGO.
           MOVE WK-DATOS-REG(1:WK-LARGO-ACTUAL) TO RB537-DATOS.
           PERFORM 395-GRABAR-RB537 THRU 395-FIN.

       380-FIN.
           EXIT.

       3800-SUMAR-BYTE.

           ADD 1 TO WK-IX-BYTE.
           MOVE 0 TO WK-BYTE-BIN.
           MOVE WK-DATOS-CAR(WK-IX-BYTE) TO WK-BYTE-CAR.
           COMPUTE WK-HASH-REG = WK-HASH-REG
                               + WK-BYTE-BIN * WK-IX-BYTE.

       3800-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRO 'C' DEL ARCHIVO EN CURSO Y SU RENGLON EN EL RESUMEN   *
      *----------------------------------------------------------------*
       390-GRABAR-CONTROL.

           MOVE SPACES            TO REG-RB537SS.
           MOVE 'C'               TO RB537-TIPO.
           MOVE WK-ARCHIVO-ACTUAL TO RB537-ARCHIVO.
           MOVE 0                 TO RB537-SECUENCIA.
           MOVE 0                 TO RB537-LARGO.
           MOVE WK-SECUENCIA      TO RB537-CTL-CANT-REGS.
           MOVE WK-HASH-ARCHIVO   TO RB537-CTL-HASH.
           MOVE WK-IND-PRESENTE   TO RB537-CTL-PRESENTE.
           PERFORM 395-GRABAR-RB537 THRU 395-FIN.

           ADD 1 TO WK-CANT-ARCHIVOS.
           MOVE WK-ARCHIVO-ACTUAL TO TB-ARC-NOMBRE(WK-CANT-ARCHIVOS).
           MOVE WK-IND-PRESENTE   TO TB-ARC-PRESENTE(WK-CANT-ARCHIVOS).
           MOVE WK-SECUENCIA      TO TB-ARC-CANT-REGS(WK-CANT-ARCHIVOS).
           MOVE WK-HASH-ARCHIVO   TO TB-ARC-HASH(WK-CANT-ARCHIVOS).

           ADD WK-SECUENCIA       TO WK-TOTAL-REGISTROS.
           ADD WK-HASH-ARCHIVO    TO WK-TOTAL-HASH.
           IF WK-TOTAL-HASH >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM WK-TOTAL-HASH
           END-IF.

       390-FIN.
           EXIT.

       395-GRABAR-RB537.

           WRITE REG-RB537SS.
           IF ES-RB537SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR JUEGO DE RESPALDO RB537SS '
                       ES-RB537SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       395-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: CANTIDAD Y HASH DE CADA ARCHIVO Y TOTAL DEL JUEGO     *
      *----------------------------------------------------------------*
       600-LISTADO.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-PUNTO            TO WK-LTI-PUNTO.
           MOVE WK-LINEA-TITULO     TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-PARAMETROS.
           MOVE WK-FECHA-RESPALDO   TO WK-LPA-FECHA.
           MOVE WK-HORA-INICIO      TO WK-LPA-HORA.
           IF WK-SW-VENTANA-EN-CURSO = 1
              MOVE '(AVISO: VENTANA BATCH EN CURSO EN CNCTLSS)'
                                    TO WK-LPA-AVISO
           END-IF.
           MOVE WK-LINEA-PARAMETROS TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS   TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-ARC.
           PERFORM 6100-LISTAR-ARCHIVO THRU 6100-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS.

           MOVE SPACES              TO WK-LINEA-DETALLE.
           MOVE 'TOTAL'             TO WK-LDE-ARCHIVO.
           MOVE WK-TOTAL-REGISTROS  TO WK-LDE-REGISTROS.
           MOVE WK-TOTAL-HASH       TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE    TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       600-FIN.
           EXIT.

       6100-LISTAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           MOVE SPACES                     TO WK-LINEA-DETALLE.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)    TO WK-LDE-ARCHIVO.
           IF TB-ARC-PRESENTE(WK-IX-ARC) = 'S'
              MOVE 'PRESENTE'              TO WK-LDE-ESTADO
           ELSE
              MOVE 'AUSENTE'               TO WK-LDE-ESTADO
           END-IF.
           MOVE TB-ARC-CANT-REGS(WK-IX-ARC) TO WK-LDE-REGISTROS.
           MOVE TB-ARC-HASH(WK-IX-ARC)      TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE           TO REG-RB537LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6100-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB537LS.
           IF ES-RB537LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB537LS ' ES-RB537LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD537 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE = 0 AND
              (WK-ARCHIVOS-AUSENTES > 0 OR
               WK-SW-VENTANA-EN-CURSO = 1)
              DISPLAY 'RESPALDO CON AVISOS. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE > 4
              DISPLAY 'EL JUEGO RB537SS QUEDO INCOMPLETO Y NO SIRVE '
                      'PARA RESTAURAR'
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD537 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'PUNTO DE LA CADENA         : ' WK-PUNTO
              DISPLAY 'ARCHIVOS RESPALDADOS       : ' WK-CANT-ARCHIVOS
              DISPLAY 'ARCHIVOS AUSENTES          : '
                       WK-ARCHIVOS-AUSENTES
              DISPLAY 'REGISTROS RESPALDADOS      : '
                       WK-TOTAL-REGISTROS
              DISPLAY 'HASH DEL JUEGO             : ' WK-TOTAL-HASH
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RB537SS
              CLOSE RB537LS
           END-IF.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA. SE GRABA DESPUES    *
      * DEL RESPALDO, ASI QUE ESTA CORRIDA NO QUEDA EN EL JUEGO        *
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

           MOVE 'RBD537  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 10                     TO RBLEDG-CANT-CONTADORES.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 9910-MOVER-CONTADOR THRU 9910-FIN
                   UNTIL WK-IX-ARC >= 9.
           MOVE 'TOTAL-REGISTROS'      TO RBLEDG-CONT-NOMBRE(10).
           MOVE WK-TOTAL-REGISTROS     TO RBLEDG-CONT-VALOR(10).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

       9910-MOVER-CONTADOR.

           ADD 1 TO WK-IX-ARC.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)    TO
                RBLEDG-CONT-NOMBRE(WK-IX-ARC).
           MOVE TB-ARC-CANT-REGS(WK-IX-ARC) TO
                RBLEDG-CONT-VALOR(WK-IX-ARC).

       9910-FIN.
           EXIT.

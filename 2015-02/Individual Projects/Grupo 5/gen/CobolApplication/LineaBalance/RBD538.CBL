      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : VERIFICACION Y RESTAURACION DEL JUEGO DE RESPALDO*
      *           : DE LOS ARCHIVOS DE CONTROL                       *
      * OBJETIVO  : VERIFICAR UN JUEGO RB537SS GRABADO POR RBD537    *
      *           : (ENCABEZADO, ORDEN Y LARGO DE LOS NUEVE ARCHIVOS,*
      *           : SECUENCIA, CANTIDAD Y HASH DE CADA UNO Y TRAILER)*
      *           : Y, SI SE PIDE, DEVOLVER LOS NUEVE ARCHIVOS COMO  *
      *           : UNA UNIDAD. SOLO SE RESTAURA UN JUEGO QUE PASO   *
      *           : TODA LA VERIFICACION. EL LISTADO INFORMA LA FECHA*
      *           : Y EL ESTADO EN QUE LA CADENA VA A REANUDAR       *
      * FECHA     : 15 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192192                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192192                                       *
      * FECHA  : 15 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM538SS MODO=V      *
      *          (SOLO VERIFICA, POR OMISION) O MODO=R (VERIFICA Y   *
      *          RESTAURA). UN JUEGO QUE NO VERIFICA DEJA            *
      *          RETURN-CODE 8 Y NO SE TOCA NINGUN ARCHIVO. UN FALLO *
      *          AL GRABAR DURANTE LA RESTAURACION DEJA RETURN-CODE  *
      *          999 Y SE DEBE VOLVER A CORRER CON EL MISMO JUEGO.   *
      *          UNA VENTANA BATCH EN CURSO ('B') EN EL CNCTLSS DEL  *
      *          JUEGO DEJA RETURN-CODE 4. SE CORRE A PEDIDO, NO     *
      *          FORMA PARTE DE LA CADENA DIARIA                     *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD538.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 15 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM538SS   ASSIGN TO SYS001-PARM538SS
                               FILE STATUS ES-PARM538SS.

           SELECT  RB537SS     ASSIGN TO SYS002-RB537SS
                               FILE STATUS ES-RB537SS.

           SELECT  RB538LS     ASSIGN TO SYS003-RB538LS
                               FILE STATUS ES-RB538LS.

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
       FD  PARM538SS.
       01  REG-PARM538SS                  PIC X(80).

      *----------------------------------------------------------------*
      * JUEGO DE RESPALDO GRABADO POR RBD537 (MISMO LAYOUT)            *
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

       FD  RB538LS.
       01  REG-RB538LS                    PIC X(132).

      *----------------------------------------------------------------*
      * ARCHIVOS DE CONTROL QUE SE RESTAURAN, MISMOS LAYOUTS DE RBD457.*
      * LOS CLUSTERS VSAM (RBLEDSS, CNCTLSS, RB485SS) ESTAN DEFINIDOS  *
      * CON REUSE PARA QUE EL OPEN OUTPUT LOS VACIE ANTES DE CARGARLOS *
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
           03  ES-PARM538SS                 PIC   X(02).
           03  ES-RB537SS                   PIC   X(02).
           03  ES-RB538LS                   PIC   X(02).
           03  ES-RB452SS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-CALENSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-CNCTLSS                   PIC   X(02).
           03  ES-RBVOLSS                   PIC   X(02).
           03  ES-RB485SS                   PIC   X(02).
           03  ES-RBKEYSS                   PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  ES-DESTINO                   PIC   X(02).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-DESTINOS-ABIERTOS      PIC   9(01).
           03  WK-SW-RESTAURANDO            PIC   9(01).
           03  WK-SW-RESTAURADO             PIC   9(01).
           03  WK-SW-ENCABEZADO             PIC   9(01).
           03  WK-SW-TRAILER                PIC   9(01).
           03  WK-SW-ERROR                  PIC   9(01).
           03  WK-REGS-JUEGO                PIC   9(10).
           03  WK-REGS-VERIFICADOS          PIC   9(10).
           03  WK-REGS-RESTAURADOS          PIC   9(10).
           03  WK-ARCHIVOS-PRESENTES        PIC   9(02).
           03  WK-ARCHIVOS-AUSENTES         PIC   9(02).
           03  WK-TOTAL-REGISTROS           PIC   9(10).
           03  WK-TOTAL-HASH                PIC   9(18).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).

      * V = SOLO VERIFICA EL JUEGO ; R = VERIFICA Y RESTAURA
       01  WK-MODO                          PIC   X(01) VALUE 'V'.
           88 WK-MODO-VERIFICAR             VALUE 'V'.
           88 WK-MODO-RESTAURAR             VALUE 'R'.

       01  WK-MOTIVO                        PIC   X(58).
       01  WK-ARCHIVO-DESTINO               PIC   X(08).

      *----------------------------------------------------------------*
      * LOS NUEVE ARCHIVOS EN EL ORDEN EN QUE RBD537 LOS GRABA, CON EL *
      * LARGO DE SU REGISTRO                                           *
      *----------------------------------------------------------------*
       01  TB-ARCHIVOS-VALORES.
           03 FILLER                        PIC X(12) VALUE
              'FECPRSS 0008'.
           03 FILLER                        PIC X(12) VALUE
              'CNCTLSS 0033'.
           03 FILLER                        PIC X(12) VALUE
              'CALENSS 0038'.
           03 FILLER                        PIC X(12) VALUE
              'RBLEDSS 0346'.
           03 FILLER                        PIC X(12) VALUE
              'RB452SS 0126'.
           03 FILLER                        PIC X(12) VALUE
              'RBVOLSS 0029'.
           03 FILLER                        PIC X(12) VALUE
              'RBPERSS 0015'.
           03 FILLER                        PIC X(12) VALUE
              'RB485SS 0044'.
           03 FILLER                        PIC X(12) VALUE
              'RBKEYSS 0017'.
       01  TB-ARCHIVOS REDEFINES TB-ARCHIVOS-VALORES.
           03 TB-ARC OCCURS 9 TIMES.
              05 TB-ARC-NOMBRE              PIC X(08).
              05 TB-ARC-LARGO               PIC 9(04).

      * CONTROLES DE CADA ARCHIVO TAL COMO VIENEN EN EL JUEGO
       01  TB-CONTROLES.
           03 TB-CTL OCCURS 9 TIMES.
              05 TB-CTL-PRESENTE            PIC X(01).
              05 TB-CTL-CANT-REGS           PIC 9(10).
              05 TB-CTL-HASH                PIC 9(18).

      *----------------------------------------------------------------*
      * ARCHIVO EN CURSO DURANTE LA VERIFICACION. EL HASH SE CALCULA   *
      * IGUAL QUE EN RBD537                                            *
      *----------------------------------------------------------------*
       01  WK-IX-ESPERADO                   PIC   9(02).
       01  WK-IX-ARC                        PIC   9(02).
       01  WK-SECUENCIA                     PIC   9(07).
       01  WK-HASH-ARCHIVO                  PIC   9(18).
       01  WK-HASH-MODULO                   PIC   9(18)
                                            VALUE 900000000000000000.

       01  WK-DATOS-REG                     PIC   X(346).
       01  WK-DATOS-REG-R REDEFINES WK-DATOS-REG.
           03  WK-DATOS-CAR OCCURS 346 TIMES
                                            PIC   X(01).
      * VISTAS DEL REGISTRO EN CURSO PARA ARMAR EL ESTADO DE REANUDACION
       01  WK-V-FECPR REDEFINES WK-DATOS-REG.
           03  WK-V-FECPR-FECHA             PIC   9(08).
           03  FILLER                       PIC   X(338).
       01  WK-V-CNCTL REDEFINES WK-DATOS-REG.
           03  WK-V-CNCTL-ID                PIC   X(08).
           03  WK-V-CNCTL-ESTADO            PIC   X(01).
           03  WK-V-CNCTL-FECHA             PIC   9(08).
           03  WK-V-CNCTL-HORA              PIC   9(08).
           03  WK-V-CNCTL-PROGRAMA          PIC   X(08).
           03  FILLER                       PIC   X(313).
       01  WK-V-RBLEDG REDEFINES WK-DATOS-REG.
           03  WK-V-RBLEDG-PROGRAMA         PIC   X(08).
           03  WK-V-RBLEDG-FECHA-PROCESO    PIC   9(08).
           03  WK-V-RBLEDG-HORA-INICIO      PIC   9(08).
           03  WK-V-RBLEDG-FECHA-FIN        PIC   9(08).
           03  WK-V-RBLEDG-HORA-FIN         PIC   9(08).
           03  WK-V-RBLEDG-RETURN-CODE      PIC   9(04).
           03  FILLER                       PIC   X(302).
       01  WK-V-RB452 REDEFINES WK-DATOS-REG.
           03  WK-V-RB452-NOMB-ARCH         PIC   X(100).
           03  WK-V-RB452-CANT-REGS         PIC   9(10).
           03  WK-V-RB452-FECHA-PROC        PIC   9(08).
           03  WK-V-RB452-HORA-PROC         PIC   9(08).
           03  FILLER                       PIC   X(220).
       01  WK-V-RBVOL REDEFINES WK-DATOS-REG.
           03  WK-V-RBVOL-FECHA             PIC   9(08).
           03  FILLER                       PIC   X(338).
       01  WK-V-RBPER REDEFINES WK-DATOS-REG.
           03  WK-V-RBPER-PERIODO           PIC   9(06).
           03  WK-V-RBPER-ESTADO            PIC   X(01).
           03  FILLER                       PIC   X(339).
       01  WK-V-RBKEY REDEFINES WK-DATOS-REG.
           03  WK-V-RBKEY-GENERACION        PIC   9(04).
           03  WK-V-RBKEY-FECHA-ROTACION    PIC   9(08).
           03  FILLER                       PIC   X(334).
       01  WK-LARGO-ACTUAL                  PIC   9(04).
       01  WK-IX-BYTE                       PIC   9(04).
       01  WK-HASH-REG                      PIC   9(12).
       01  WK-BYTE-BIN                      PIC   9(04) COMP.
       01  WK-BYTE-BIN-R REDEFINES WK-BYTE-BIN.
           03  FILLER                       PIC   X(01).
           03  WK-BYTE-CAR                  PIC   X(01).

      *----------------------------------------------------------------*
      * ESTADO EN QUE REANUDA LA CADENA, TOMADO DEL JUEGO              *
      *----------------------------------------------------------------*
       01  WK-ESTADO-REANUDACION.
           03  WK-RES-FECHA-PROCESO         PIC   9(08).
           03  WK-RES-ENC-FECHA-PROCESO     PIC   9(08).
           03  WK-RES-ENC-FECHA             PIC   9(08).
           03  WK-RES-ENC-HORA              PIC   9(08).
           03  WK-RES-ENC-PUNTO             PIC   X(20).
           03  WK-RES-VENTANAS-EN-CURSO     PIC   9(02).
           03  WK-RES-CANT-CNCTL            PIC   9(02).
           03  WK-RES-LED-FECHA-HORA        PIC   9(16).
           03  WK-RES-LED-PROGRAMA          PIC   X(08).
           03  WK-RES-LED-FECHA-FIN         PIC   9(08).
           03  WK-RES-LED-HORA-FIN          PIC   9(08).
           03  WK-RES-LED-RETURN-CODE       PIC   9(04).
           03  WK-RES-EXT-FECHA-HORA        PIC   9(16).
           03  WK-RES-EXT-NOMBRE            PIC   X(100).
           03  WK-RES-EXT-CANT-REGS         PIC   9(10).
           03  WK-RES-EXT-FECHA             PIC   9(08).
           03  WK-RES-EXT-HORA              PIC   9(08).
           03  WK-RES-VOL-FECHA             PIC   9(08).
           03  WK-RES-PERIODOS-PENDIENTES   PIC   9(04).
           03  WK-RES-CANT-PER              PIC   9(02).
           03  WK-RES-KEY-GENERACION        PIC   9(04).
           03  WK-RES-KEY-FECHA-ROTACION    PIC   9(08).
       01  WK-FECHA-HORA                    PIC   9(16).

      * VENTANAS DE CNCTLSS Y PERIODOS SIN CONSOLIDAR PARA EL LISTADO
       01  TB-CNCTL.
           03 TB-CNC OCCURS 20 TIMES.
              05 TB-CNC-ID                  PIC X(08).
              05 TB-CNC-ESTADO              PIC X(01).
              05 TB-CNC-FECHA               PIC 9(08).
              05 TB-CNC-HORA                PIC 9(08).
              05 TB-CNC-PROGRAMA            PIC X(08).
       01  TB-PERIODOS.
           03 TB-PER OCCURS 24 TIMES.
              05 TB-PER-PERIODO             PIC 9(06).
              05 TB-PER-ESTADO              PIC X(01).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD538'.
           03 FILLER                       PIC X(58) VALUE
              'VERIFICACION Y RESTAURACION DE ARCHIVOS DE CONTROL'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(07) VALUE
              'MODO : '.
           03 WK-LTI-MODO                   PIC X(01).
           03 FILLER                       PIC X(29).

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

       01  WK-LINEA-ESTADO.
           03 FILLER                       PIC X(02).
           03 WK-LES-ETIQUETA               PIC X(40).
           03 WK-LES-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LES-HORA                   PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LES-CANTIDAD               PIC Z(09)9.
           03 FILLER                       PIC X(02).
           03 WK-LES-TEXTO                  PIC X(58).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR      THRU 100-FIN.
           PERFORM 300-VERIFICAR        THRU 300-FIN.
           PERFORM 600-LISTADO          THRU 600-FIN.
           IF WK-SW-ERROR = 0 AND WK-MODO-RESTAURAR
              PERFORM 400-RESTAURAR     THRU 400-FIN
           END-IF.
           PERFORM 990-FINALIZAR        THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-CONTROLES.
           INITIALIZE  WK-ESTADO-REANUDACION.
           INITIALIZE  TB-CNCTL.
           INITIALIZE  TB-PERIODOS.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 120-LEER-PARM538SS   THRU 120-FIN.
           DISPLAY 'MODO DE EJECUCION : ' WK-MODO.

           OPEN OUTPUT RB538LS.
           IF   ES-RB538LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB538LS ' ES-RB538LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EN UNA RECUPERACION FECPRSS PUEDE NO EXISTIR O ESTAR DANADO:   *
      * NO SE CORTA, LA FECHA QUE MANDA ES LA DEL JUEGO                *
      *----------------------------------------------------------------*
       110-LEER-FECPRSS.

           MOVE 0 TO WK-FECHA-SISTEMA.
           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS NOT = '00'
                DISPLAY 'AVISO: FECPRSS ACTUAL NO DISPONIBLE '
                         ES-FECPRSS
                GO TO 110-FIN.

           READ FECPRSS.
           IF   ES-FECPRSS = '00' AND
                FECPR-FECHA-PROCESO NUMERIC
                MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
           ELSE
                DISPLAY 'AVISO: FECPRSS ACTUAL AUSENTE O INVALIDO '
                         ES-FECPRSS
           END-IF.
           CLOSE FECPRSS.
           DISPLAY 'FECHA DE PROCESO ACTUAL (FECPRSS) : '
                    WK-FECHA-SISTEMA.

       110-FIN.
           EXIT.

       120-LEER-PARM538SS.

           OPEN INPUT PARM538SS.
           IF   ES-PARM538SS = '97'
                MOVE '00'  TO ES-PARM538SS.
           IF   ES-PARM538SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM538SS NOT = '00'
                CLOSE PARM538SS
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM538SS.
           IF ES-PARM538SS = '00'
              IF REG-PARM538SS = SPACES OR REG-PARM538SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM538SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM538SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM538SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM538SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE TRUE
               WHEN WK-PARM-CLAVE = 'MODO'
                   IF (WK-PARM-VALOR(1:1) NOT = 'V' AND
                       WK-PARM-VALOR(1:1) NOT = 'R') OR
                      WK-PARM-VALOR(2:49) NOT = SPACES
                      DISPLAY 'VALOR MAL FORMADO EN TARJETA '
                              'PARM538SS: ' REG-PARM538SS
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:1) TO WK-MODO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM538SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMERA PASADA: SE LEE TODO EL JUEGO Y SE VERIFICA SIN TOCAR   *
      * NINGUN ARCHIVO. A LA PRIMERA INCONSISTENCIA SE DEJA DE LEER    *
      *----------------------------------------------------------------*
       300-VERIFICAR.

           OPEN INPUT RB537SS.
           IF   ES-RB537SS = '97'
                MOVE '00'  TO ES-RB537SS.
           IF   ES-RB537SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR JUEGO DE RESPALDO RB537SS '
                         ES-RB537SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           PERFORM 3100-VERIFICAR-REGISTRO THRU 3100-FIN
                   UNTIL ES-RB537SS NOT = '00' OR WK-SW-ERROR = 1.
           CLOSE RB537SS.

           IF WK-SW-ERROR = 0 AND WK-REGS-JUEGO = 0
              MOVE 'EL JUEGO ESTA VACIO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
           END-IF.
           IF WK-SW-ERROR = 0 AND WK-SW-TRAILER = 0
              MOVE 'EL JUEGO NO TIENE TRAILER, ESTA TRUNCADO'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
           END-IF.
           IF WK-SW-ERROR = 0 AND
              (TB-CTL-PRESENTE(1) NOT = 'S' OR
               TB-CTL-CANT-REGS(1) NOT = 1 OR
               WK-RES-FECHA-PROCESO NOT NUMERIC OR
               WK-RES-FECHA-PROCESO = 0)
              MOVE 'EL JUEGO NO TRAE UNA FECHA DE PROCESO VALIDA'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
           END-IF.

           IF WK-SW-ERROR = 0
              DISPLAY 'JUEGO RB537SS VERIFICADO: ' WK-REGS-JUEGO
                      ' REGISTROS'
           END-IF.

       300-FIN.
           EXIT.

       3100-VERIFICAR-REGISTRO.

           READ RB537SS.
           IF ES-RB537SS = '10'
              GO TO 3100-FIN.
           IF ES-RB537SS NOT = '00'
              MOVE 'ERROR DE LECTURA DEL JUEGO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3100-FIN.

           ADD 1 TO WK-REGS-JUEGO.
           IF WK-SW-TRAILER = 1
              MOVE 'HAY REGISTROS DESPUES DEL TRAILER' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3100-FIN.
           IF WK-SW-ENCABEZADO = 0 AND NOT RB537-ENCABEZADO
              MOVE 'EL JUEGO NO EMPIEZA CON ENCABEZADO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3100-FIN.

           EVALUATE TRUE
               WHEN RB537-ENCABEZADO
                   PERFORM 3110-VERIFICAR-ENCABEZADO THRU 3110-FIN
               WHEN RB537-DATO
                   PERFORM 3120-VERIFICAR-DATO       THRU 3120-FIN
               WHEN RB537-CONTROL
                   PERFORM 3130-VERIFICAR-CONTROL    THRU 3130-FIN
               WHEN RB537-TRAILER
                   PERFORM 3140-VERIFICAR-TRAILER    THRU 3140-FIN
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
                   PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
           END-EVALUATE.

       3100-FIN.
           EXIT.

       3110-VERIFICAR-ENCABEZADO.

           IF WK-SW-ENCABEZADO = 1
              MOVE 'ENCABEZADO DUPLICADO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3110-FIN.
           IF RB537-ENC-CANT-ARCHIVOS NOT = 9
              MOVE 'EL ENCABEZADO NO ANUNCIA NUEVE ARCHIVOS'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3110-FIN.

           MOVE 1                       TO WK-SW-ENCABEZADO.
           MOVE RB537-ENC-FECHA-PROCESO TO WK-RES-ENC-FECHA-PROCESO.
           MOVE RB537-ENC-FECHA         TO WK-RES-ENC-FECHA.
           MOVE RB537-ENC-HORA          TO WK-RES-ENC-HORA.
           MOVE RB537-ENC-PUNTO         TO WK-RES-ENC-PUNTO.
           MOVE 1                       TO WK-IX-ESPERADO.
           MOVE 0                       TO WK-SECUENCIA.
           MOVE 0                       TO WK-HASH-ARCHIVO.

       3110-FIN.
           EXIT.

       3120-VERIFICAR-DATO.

           IF WK-IX-ESPERADO > 9
              MOVE 'DATO DESPUES DEL ULTIMO ARCHIVO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3120-FIN.
           IF RB537-ARCHIVO NOT = TB-ARC-NOMBRE(WK-IX-ESPERADO)
              MOVE 'ARCHIVO FUERA DE ORDEN O DESCONOCIDO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3120-FIN.
           IF RB537-LARGO NOT = TB-ARC-LARGO(WK-IX-ESPERADO)
              MOVE 'LARGO DE REGISTRO NO CORRESPONDE AL ARCHIVO'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3120-FIN.
           IF RB537-SECUENCIA NOT NUMERIC OR
              RB537-SECUENCIA NOT = WK-SECUENCIA + 1
              MOVE 'SECUENCIA DE REGISTROS CORTADA' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3120-FIN.

           ADD 1 TO WK-SECUENCIA.
           ADD 1 TO WK-REGS-VERIFICADOS.
           MOVE RB537-DATOS            TO WK-DATOS-REG.
           MOVE RB537-LARGO            TO WK-LARGO-ACTUAL.
           MOVE 0 TO WK-HASH-REG.
           MOVE 0 TO WK-IX-BYTE.
           PERFORM 3800-SUMAR-BYTE THRU 3800-FIN
                   UNTIL WK-IX-BYTE >= WK-LARGO-ACTUAL.
           COMPUTE WK-HASH-ARCHIVO = WK-HASH-ARCHIVO
                                   + WK-HASH-REG * WK-SECUENCIA.
           IF WK-HASH-ARCHIVO >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM WK-HASH-ARCHIVO
           END-IF.

           PERFORM 3125-TOMAR-ESTADO THRU 3125-FIN.

       3120-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ESTADO DE REANUDACION: FECHA DE FECPRSS, VENTANAS DE CNCTLSS,  *
      * ULTIMA CORRIDA DE RBLEDSS Y ULTIMO EXTRACTO DE RB452SS (POR    *
      * FECHA Y HORA), ULTIMO DIA DE RBVOLSS, PERIODOS SIN CONSOLIDAR  *
      * Y GENERACION DE LLAVES VIGENTE (LA DE MAYOR NUMERO)            *
      *----------------------------------------------------------------*
       3125-TOMAR-ESTADO.

           EVALUATE WK-IX-ESPERADO
               WHEN 1
                   MOVE WK-V-FECPR-FECHA TO WK-RES-FECHA-PROCESO
               WHEN 2
                   IF WK-V-CNCTL-ESTADO = 'B'
                      ADD 1 TO WK-RES-VENTANAS-EN-CURSO
                   END-IF
                   IF WK-RES-CANT-CNCTL < 20
                      ADD 1 TO WK-RES-CANT-CNCTL
                      MOVE WK-V-CNCTL-ID       TO
                           TB-CNC-ID(WK-RES-CANT-CNCTL)
                      MOVE WK-V-CNCTL-ESTADO   TO
                           TB-CNC-ESTADO(WK-RES-CANT-CNCTL)
                      MOVE WK-V-CNCTL-FECHA    TO
                           TB-CNC-FECHA(WK-RES-CANT-CNCTL)
                      MOVE WK-V-CNCTL-HORA     TO
                           TB-CNC-HORA(WK-RES-CANT-CNCTL)
                      MOVE WK-V-CNCTL-PROGRAMA TO
                           TB-CNC-PROGRAMA(WK-RES-CANT-CNCTL)
                   END-IF
               WHEN 4
                   IF WK-V-RBLEDG-FECHA-FIN NUMERIC AND
                      WK-V-RBLEDG-HORA-FIN NUMERIC
                      COMPUTE WK-FECHA-HORA =
                              WK-V-RBLEDG-FECHA-FIN * 100000000
                            + WK-V-RBLEDG-HORA-FIN
                      IF WK-FECHA-HORA > WK-RES-LED-FECHA-HORA
                         MOVE WK-FECHA-HORA      TO
                              WK-RES-LED-FECHA-HORA
                         MOVE WK-V-RBLEDG-PROGRAMA TO
                              WK-RES-LED-PROGRAMA
                         MOVE WK-V-RBLEDG-FECHA-FIN TO
                              WK-RES-LED-FECHA-FIN
                         MOVE WK-V-RBLEDG-HORA-FIN TO
                              WK-RES-LED-HORA-FIN
                         MOVE WK-V-RBLEDG-RETURN-CODE TO
                              WK-RES-LED-RETURN-CODE
                      END-IF
                   END-IF
               WHEN 5
                   IF WK-V-RB452-FECHA-PROC NUMERIC AND
                      WK-V-RB452-HORA-PROC NUMERIC
                      COMPUTE WK-FECHA-HORA =
                              WK-V-RB452-FECHA-PROC * 100000000
                            + WK-V-RB452-HORA-PROC
                      IF WK-FECHA-HORA > WK-RES-EXT-FECHA-HORA
                         MOVE WK-FECHA-HORA      TO
                              WK-RES-EXT-FECHA-HORA
                         MOVE WK-V-RB452-NOMB-ARCH TO
                              WK-RES-EXT-NOMBRE
                         MOVE WK-V-RB452-CANT-REGS TO
                              WK-RES-EXT-CANT-REGS
                         MOVE WK-V-RB452-FECHA-PROC TO
                              WK-RES-EXT-FECHA
                         MOVE WK-V-RB452-HORA-PROC TO
                              WK-RES-EXT-HORA
                      END-IF
                   END-IF
               WHEN 6
                   IF WK-V-RBVOL-FECHA NUMERIC AND
                      WK-V-RBVOL-FECHA > WK-RES-VOL-FECHA
                      MOVE WK-V-RBVOL-FECHA TO WK-RES-VOL-FECHA
                   END-IF
               WHEN 7
                   IF WK-V-RBPER-ESTADO NOT = 'X'
                      ADD 1 TO WK-RES-PERIODOS-PENDIENTES
                      IF WK-RES-CANT-PER < 24
                         ADD 1 TO WK-RES-CANT-PER
                         MOVE WK-V-RBPER-PERIODO TO
                              TB-PER-PERIODO(WK-RES-CANT-PER)
                         MOVE WK-V-RBPER-ESTADO  TO
                              TB-PER-ESTADO(WK-RES-CANT-PER)
                      END-IF
                   END-IF
               WHEN 9
                   IF WK-V-RBKEY-GENERACION NUMERIC AND
                      WK-V-RBKEY-GENERACION > WK-RES-KEY-GENERACION
                      MOVE WK-V-RBKEY-GENERACION TO
                           WK-RES-KEY-GENERACION
                      MOVE WK-V-RBKEY-FECHA-ROTACION TO
                           WK-RES-KEY-FECHA-ROTACION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3125-FIN.
           EXIT.

       3130-VERIFICAR-CONTROL.

           IF WK-IX-ESPERADO > 9
              MOVE 'CONTROL DESPUES DEL ULTIMO ARCHIVO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3130-FIN.
           IF RB537-ARCHIVO NOT = TB-ARC-NOMBRE(WK-IX-ESPERADO)
              MOVE 'FALTA EL CONTROL DE UN ARCHIVO' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3130-FIN.
           IF RB537-CTL-CANT-REGS NOT = WK-SECUENCIA
              MOVE 'CANTIDAD DE REGISTROS NO CUADRA CON EL CONTROL'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3130-FIN.
           IF RB537-CTL-HASH NOT = WK-HASH-ARCHIVO
              MOVE 'HASH DEL ARCHIVO NO CUADRA CON EL CONTROL'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3130-FIN.
           IF RB537-CTL-PRESENTE NOT = 'S' AND
              (RB537-CTL-PRESENTE NOT = 'N' OR WK-SECUENCIA > 0)
              MOVE 'INDICADOR DE ARCHIVO PRESENTE INVALIDO'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3130-FIN.

           MOVE RB537-CTL-PRESENTE TO TB-CTL-PRESENTE(WK-IX-ESPERADO).
           MOVE WK-SECUENCIA       TO TB-CTL-CANT-REGS(WK-IX-ESPERADO).
           MOVE WK-HASH-ARCHIVO    TO TB-CTL-HASH(WK-IX-ESPERADO).
           IF RB537-CTL-PRESENTE = 'S'
              ADD 1 TO WK-ARCHIVOS-PRESENTES
           ELSE
              ADD 1 TO WK-ARCHIVOS-AUSENTES
           END-IF.
           ADD WK-SECUENCIA        TO WK-TOTAL-REGISTROS.
           ADD WK-HASH-ARCHIVO     TO WK-TOTAL-HASH.
           IF WK-TOTAL-HASH >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM WK-TOTAL-HASH
           END-IF.

           ADD  1 TO WK-IX-ESPERADO.
           MOVE 0 TO WK-SECUENCIA.
           MOVE 0 TO WK-HASH-ARCHIVO.

       3130-FIN.
           EXIT.

       3140-VERIFICAR-TRAILER.

           IF WK-IX-ESPERADO NOT = 10
              MOVE 'TRAILER ANTES DEL CONTROL DEL ULTIMO ARCHIVO'
                                         TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3140-FIN.
           IF RB537-TRL-CANT-REGS     NOT = WK-TOTAL-REGISTROS OR
              RB537-TRL-HASH          NOT = WK-TOTAL-HASH OR
              RB537-TRL-CANT-ARCHIVOS NOT = 9
              MOVE 'TOTALES DEL TRAILER NO CUADRAN' TO WK-MOTIVO
              PERFORM 3900-MARCAR-ERROR THRU 3900-FIN
              GO TO 3140-FIN.

           MOVE 1 TO WK-SW-TRAILER.

       3140-FIN.
           EXIT.

       3800-SUMAR-BYTE.

           ADD 1 TO WK-IX-BYTE.
           MOVE 0 TO WK-BYTE-BIN.
           MOVE WK-DATOS-CAR(WK-IX-BYTE) TO WK-BYTE-CAR.
           COMPUTE WK-HASH-REG = WK-HASH-REG
                               + WK-BYTE-BIN * WK-IX-BYTE.

       3800-FIN.
           EXIT.

       3900-MARCAR-ERROR.

           MOVE 1 TO WK-SW-ERROR.
           DISPLAY 'JUEGO RB537SS NO VERIFICA: ' WK-MOTIVO.
           DISPLAY 'REGISTRO DEL JUEGO NRO ' WK-REGS-JUEGO
                   ' ARCHIVO ' RB537-ARCHIVO.

       3900-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SEGUNDA PASADA (MODO=R, JUEGO VERIFICADO): SE ABREN LOS NUEVE  *
      * ARCHIVOS EN OUTPUT Y SE CARGAN DESDE EL JUEGO. UN ARCHIVO QUE  *
      * NO EXISTIA AL TOMAR EL RESPALDO QUEDA VACIO. LOS INDEXADOS SE  *
      * GRABAN EN EL ORDEN DE LLAVE EN QUE RBD537 LOS LEYO             *
      *----------------------------------------------------------------*
       400-RESTAURAR.

           MOVE 1 TO WK-SW-RESTAURANDO.
           DISPLAY 'INICIA RESTAURACION DE LOS NUEVE ARCHIVOS'.

           OPEN OUTPUT FECPRSS.
           MOVE ES-FECPRSS TO ES-DESTINO.
           MOVE 'FECPRSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT CNCTLSS.
           MOVE ES-CNCTLSS TO ES-DESTINO.
           MOVE 'CNCTLSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT CALENSS.
           MOVE ES-CALENSS TO ES-DESTINO.
           MOVE 'CALENSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RBLEDSS.
           MOVE ES-RBLEDSS TO ES-DESTINO.
           MOVE 'RBLEDSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RB452SS.
           MOVE ES-RB452SS TO ES-DESTINO.
           MOVE 'RB452SS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RBVOLSS.
           MOVE ES-RBVOLSS TO ES-DESTINO.
           MOVE 'RBVOLSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RBPERSS.
           MOVE ES-RBPERSS TO ES-DESTINO.
           MOVE 'RBPERSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RB485SS.
           MOVE ES-RB485SS TO ES-DESTINO.
           MOVE 'RB485SS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           OPEN OUTPUT RBKEYSS.
           MOVE ES-RBKEYSS TO ES-DESTINO.
           MOVE 'RBKEYSS' TO WK-ARCHIVO-DESTINO.
           PERFORM 4900-VERIFICAR-APERTURA THRU 4900-FIN.
           MOVE 1 TO WK-SW-DESTINOS-ABIERTOS.

           OPEN INPUT RB537SS.
           IF   ES-RB537SS = '97'
                MOVE '00'  TO ES-RB537SS.
           IF   ES-RB537SS NOT = '00'
                DISPLAY 'ERROR AL REABRIR JUEGO DE RESPALDO RB537SS '
                         ES-RB537SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           PERFORM 4100-RESTAURAR-REGISTRO THRU 4100-FIN
                   UNTIL ES-RB537SS NOT = '00'.
           CLOSE RB537SS.

           PERFORM 4800-CERRAR-DESTINOS THRU 4800-FIN.

           MOVE 1 TO WK-SW-RESTAURADO.
           MOVE 0 TO WK-SW-RESTAURANDO.
           MOVE WK-RES-FECHA-PROCESO TO WK-FECHA-SISTEMA.
           DISPLAY 'RESTAURACION COMPLETA: ' WK-REGS-RESTAURADOS
                   ' REGISTROS'.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'RESTAURACION COMPLETA, REGISTROS'
                                        TO WK-LES-ETIQUETA.
           MOVE WK-REGS-RESTAURADOS     TO WK-LES-CANTIDAD.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       400-FIN.
           EXIT.

       4100-RESTAURAR-REGISTRO.

           READ RB537SS.
           IF ES-RB537SS = '10'
              GO TO 4100-FIN.
           IF ES-RB537SS NOT = '00'
              DISPLAY 'ERROR AL RELEER JUEGO DE RESPALDO RB537SS '
                       ES-RB537SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.
           IF NOT RB537-DATO
              GO TO 4100-FIN.

           EVALUATE RB537-ARCHIVO
               WHEN 'FECPRSS'
                   MOVE RB537-DATOS(1:8)   TO REG-FECPRSS
                   WRITE REG-FECPRSS
                   MOVE ES-FECPRSS         TO ES-DESTINO
               WHEN 'CNCTLSS'
                   MOVE RB537-DATOS(1:33)  TO REG-CNCTLSS
                   WRITE REG-CNCTLSS
                   MOVE ES-CNCTLSS         TO ES-DESTINO
               WHEN 'CALENSS'
                   MOVE RB537-DATOS(1:38)  TO REG-CALENSS
                   WRITE REG-CALENSS
                   MOVE ES-CALENSS         TO ES-DESTINO
               WHEN 'RBLEDSS'
                   MOVE RB537-DATOS(1:346) TO REG-RBLEDSS
                   WRITE REG-RBLEDSS
                   MOVE ES-RBLEDSS         TO ES-DESTINO
               WHEN 'RB452SS'
                   MOVE RB537-DATOS(1:126) TO REG-RB452SS
                   WRITE REG-RB452SS
                   MOVE ES-RB452SS         TO ES-DESTINO
               WHEN 'RBVOLSS'
                   MOVE RB537-DATOS(1:29)  TO REG-RBVOLSS
                   WRITE REG-RBVOLSS
                   MOVE ES-RBVOLSS         TO ES-DESTINO
               WHEN 'RBPERSS'
                   MOVE RB537-DATOS(1:15)  TO REG-RBPERSS
                   WRITE REG-RBPERSS
                   MOVE ES-RBPERSS         TO ES-DESTINO
               WHEN 'RB485SS'
                   MOVE RB537-DATOS(1:44)  TO REG-RB485SS
                   WRITE REG-RB485SS
                   MOVE ES-RB485SS         TO ES-DESTINO
               WHEN 'RBKEYSS'
                   MOVE RB537-DATOS(1:17)  TO REG-RBKEYSS
                   WRITE REG-RBKEYSS
                   MOVE ES-RBKEYSS         TO ES-DESTINO
           END-EVALUATE.

           IF ES-DESTINO NOT = '00'
              DISPLAY 'ERROR AL GRABAR ' RB537-ARCHIVO ' REGISTRO '
                       RB537-SECUENCIA ' ESTADO ' ES-DESTINO
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           ADD 1 TO WK-REGS-RESTAURADOS.

       4100-FIN.
           EXIT.

       4800-CERRAR-DESTINOS.

           CLOSE FECPRSS.
           CLOSE CNCTLSS.
           CLOSE CALENSS.
           CLOSE RBLEDSS.
           CLOSE RB452SS.
           CLOSE RBVOLSS.
           CLOSE RBPERSS.
           CLOSE RB485SS.
           CLOSE RBKEYSS.
           MOVE 0 TO WK-SW-DESTINOS-ABIERTOS.

       4800-FIN.
           EXIT.

       4900-VERIFICAR-APERTURA.

           IF ES-DESTINO NOT = '00'
              DISPLAY 'ERROR AL ABRIR ' WK-ARCHIVO-DESTINO
                      ' PARA RESTAURAR ' ES-DESTINO
              MOVE 1       TO WK-SW-DESTINOS-ABIERTOS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       4900-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: RESULTADO DE LA VERIFICACION, CONTROLES DE CADA       *
      * ARCHIVO Y ESTADO EN QUE REANUDA LA CADENA                      *
      *----------------------------------------------------------------*
       600-LISTADO.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-MODO             TO WK-LTI-MODO.
           MOVE WK-LINEA-TITULO     TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'RESPALDO TOMADO EN EL PUNTO' TO WK-LES-ETIQUETA.
           MOVE WK-RES-ENC-FECHA        TO WK-LES-FECHA.
           MOVE WK-RES-ENC-HORA         TO WK-LES-HORA.
           MOVE WK-RES-ENC-PUNTO        TO WK-LES-TEXTO.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'VERIFICACION DEL JUEGO, REGISTROS'
                                        TO WK-LES-ETIQUETA.
           MOVE WK-REGS-JUEGO           TO WK-LES-CANTIDAD.
           IF WK-SW-ERROR = 0
              MOVE 'CORRECTA'           TO WK-LES-TEXTO
           ELSE
              MOVE WK-MOTIVO            TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'ACCION'                TO WK-LES-ETIQUETA.
           EVALUATE TRUE
               WHEN WK-SW-ERROR = 1
                   MOVE 'NO SE RESTAURA NINGUN ARCHIVO'
                                        TO WK-LES-TEXTO
               WHEN WK-MODO-RESTAURAR
                   MOVE 'SE RESTAURAN LOS NUEVE ARCHIVOS (MODO=R)'
                                        TO WK-LES-TEXTO
               WHEN OTHER
                   MOVE 'SOLO VERIFICACION (MODO=V)'
                                        TO WK-LES-TEXTO
           END-EVALUATE.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-SW-ERROR = 1
              GO TO 600-FIN.

           MOVE SPACES              TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS   TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 6100-LISTAR-ARCHIVO THRU 6100-FIN
                   UNTIL WK-IX-ARC >= 9.
           MOVE SPACES              TO WK-LINEA-DETALLE.
           MOVE 'TOTAL'             TO WK-LDE-ARCHIVO.
           MOVE WK-TOTAL-REGISTROS  TO WK-LDE-REGISTROS.
           MOVE WK-TOTAL-HASH       TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE    TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 6200-LISTAR-REANUDACION THRU 6200-FIN.

       600-FIN.
           EXIT.

       6100-LISTAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           MOVE SPACES                     TO WK-LINEA-DETALLE.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)    TO WK-LDE-ARCHIVO.
           IF TB-CTL-PRESENTE(WK-IX-ARC) = 'S'
              MOVE 'PRESENTE'              TO WK-LDE-ESTADO
           ELSE
              MOVE 'AUSENTE'               TO WK-LDE-ESTADO
           END-IF.
           MOVE TB-CTL-CANT-REGS(WK-IX-ARC) TO WK-LDE-REGISTROS.
           MOVE TB-CTL-HASH(WK-IX-ARC)      TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE           TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6100-FIN.
           EXIT.

       6200-LISTAR-REANUDACION.

           MOVE SPACES              TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  ESTADO EN QUE REANUDA LA CADENA' TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'FECHA DE PROCESO (FECPRSS)' TO WK-LES-ETIQUETA.
           MOVE WK-RES-FECHA-PROCESO    TO WK-LES-FECHA.
           IF WK-RES-FECHA-PROCESO NOT = WK-RES-ENC-FECHA-PROCESO
              MOVE 'DISTINTA A LA DEL ENCABEZADO DEL JUEGO'
                                        TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-ARC.
           PERFORM 6210-LISTAR-VENTANA THRU 6210-FIN
                   UNTIL WK-IX-ARC >= WK-RES-CANT-CNCTL.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'ULTIMA CORRIDA EN RBLEDSS (RC)' TO WK-LES-ETIQUETA.
           IF WK-RES-LED-FECHA-HORA > 0
              MOVE WK-RES-LED-FECHA-FIN    TO WK-LES-FECHA
              MOVE WK-RES-LED-HORA-FIN     TO WK-LES-HORA
              MOVE WK-RES-LED-RETURN-CODE  TO WK-LES-CANTIDAD
              MOVE WK-RES-LED-PROGRAMA     TO WK-LES-TEXTO
           ELSE
              MOVE 'SIN CORRIDAS REGISTRADAS' TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'ULTIMO EXTRACTO EN RB452SS (REGS)'
                                        TO WK-LES-ETIQUETA.
           IF WK-RES-EXT-FECHA-HORA > 0
              MOVE WK-RES-EXT-FECHA        TO WK-LES-FECHA
              MOVE WK-RES-EXT-HORA         TO WK-LES-HORA
              MOVE WK-RES-EXT-CANT-REGS    TO WK-LES-CANTIDAD
              MOVE WK-RES-EXT-NOMBRE       TO WK-LES-TEXTO
           ELSE
              MOVE 'SIN EXTRACTOS REGISTRADOS' TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'ULTIMO DIA EN RBVOLSS' TO WK-LES-ETIQUETA.
           MOVE WK-RES-VOL-FECHA        TO WK-LES-FECHA.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'PERIODOS SIN CONSOLIDAR EN RBPERSS'
                                        TO WK-LES-ETIQUETA.
           MOVE WK-RES-PERIODOS-PENDIENTES TO WK-LES-CANTIDAD.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 6220-LISTAR-PERIODO THRU 6220-FIN
                   UNTIL WK-IX-ARC >= WK-RES-CANT-PER.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'GENERACION DE LLAVES VIGENTE (RBKEYSS)'
                                        TO WK-LES-ETIQUETA.
           MOVE WK-RES-KEY-FECHA-ROTACION TO WK-LES-FECHA.
           MOVE WK-RES-KEY-GENERACION   TO WK-LES-CANTIDAD.
           IF WK-RES-KEY-GENERACION = 0
              MOVE 'SIN ROTACIONES, RIGE LA GENERACION 1'
                                        TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'CUENTAS EN LA BOVEDA RB485SS' TO WK-LES-ETIQUETA.
           MOVE TB-CTL-CANT-REGS(8)     TO WK-LES-CANTIDAD.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'DIAS CARGADOS EN CALENSS' TO WK-LES-ETIQUETA.
           MOVE TB-CTL-CANT-REGS(3)     TO WK-LES-CANTIDAD.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6200-FIN.
           EXIT.

       6210-LISTAR-VENTANA.

           ADD 1 TO WK-IX-ARC.
           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE 'VENTANA CNCTLSS'       TO WK-LES-ETIQUETA.
           MOVE TB-CNC-ID(WK-IX-ARC)    TO WK-LES-ETIQUETA(17:8).
           MOVE TB-CNC-FECHA(WK-IX-ARC) TO WK-LES-FECHA.
           MOVE TB-CNC-HORA(WK-IX-ARC)  TO WK-LES-HORA.
           IF TB-CNC-ESTADO(WK-IX-ARC) = 'B'
              MOVE 'EN CURSO POR'       TO WK-LES-TEXTO(1:12)
           ELSE
              MOVE 'LIBRE, ULTIMO'      TO WK-LES-TEXTO(1:13)
           END-IF.
           MOVE TB-CNC-PROGRAMA(WK-IX-ARC) TO WK-LES-TEXTO(15:8).
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6210-FIN.
           EXIT.

       6220-LISTAR-PERIODO.

           ADD 1 TO WK-IX-ARC.
           MOVE SPACES                  TO WK-LINEA-ESTADO.
           MOVE '  PERIODO'             TO WK-LES-ETIQUETA.
           MOVE TB-PER-PERIODO(WK-IX-ARC) TO WK-LES-ETIQUETA(11:6).
           IF TB-PER-ESTADO(WK-IX-ARC) = 'C'
              MOVE 'COMPLETO, FALTA CONSOLIDAR' TO WK-LES-TEXTO
           ELSE
              MOVE 'ABIERTO'            TO WK-LES-TEXTO
           END-IF.
           MOVE WK-LINEA-ESTADO         TO REG-RB538LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6220-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB538LS.
           IF ES-RB538LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB538LS ' ES-RB538LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD538 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-SW-ERROR = 1 AND RETURN-CODE < 8
              DISPLAY 'JUEGO RECHAZADO, NO SE RESTAURO NINGUN ARCHIVO'
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WK-RES-VENTANAS-EN-CURSO > 0
              DISPLAY 'AVISO: EL JUEGO TIENE VENTANAS BATCH EN CURSO '
                      'EN CNCTLSS. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-SW-DESTINOS-ABIERTOS = 1
              PERFORM 4800-CERRAR-DESTINOS THRU 4800-FIN
           END-IF.
           IF WK-SW-RESTAURANDO = 1
              DISPLAY 'RESTAURACION INCOMPLETA: LOS ARCHIVOS DE '
                      'CONTROL QUEDARON A MEDIAS'
              DISPLAY 'CORREGIR LA CAUSA Y VOLVER A CORRER RBD538 '
                      'MODO=R CON EL MISMO JUEGO'
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD538 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'MODO                       : ' WK-MODO
              DISPLAY 'REGISTROS DEL JUEGO        : ' WK-REGS-JUEGO
              DISPLAY 'ARCHIVOS PRESENTES         : '
                       WK-ARCHIVOS-PRESENTES
              DISPLAY 'ARCHIVOS AUSENTES          : '
                       WK-ARCHIVOS-AUSENTES
              DISPLAY 'REGISTROS RESTAURADOS      : '
                       WK-REGS-RESTAURADOS
              DISPLAY 'FECHA DE PROCESO AL REANUDAR: '
                       WK-RES-FECHA-PROCESO
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RB538LS
           END-IF.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA. TRAS UNA            *
      * RESTAURACION QUEDA GRABADA EN LA BITACORA YA RESTAURADA        *
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

           MOVE 'RBD538  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 10                     TO RBLEDG-CANT-CONTADORES.
           MOVE 'REGISTROS-JUEGO'      TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-REGS-JUEGO          TO RBLEDG-CONT-VALOR(1).
           MOVE 'ARCHIVOS-PRESENTES'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-ARCHIVOS-PRESENTES  TO RBLEDG-CONT-VALOR(2).
           MOVE 'ARCHIVOS-AUSENTES'    TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-ARCHIVOS-AUSENTES   TO RBLEDG-CONT-VALOR(3).
           MOVE 'REGS-VERIFICADOS'     TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-REGS-VERIFICADOS    TO RBLEDG-CONT-VALOR(4).
           MOVE 'JUEGO-RECHAZADO'      TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SW-ERROR            TO RBLEDG-CONT-VALOR(5).
           MOVE 'REGS-RESTAURADOS'     TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-REGS-RESTAURADOS    TO RBLEDG-CONT-VALOR(6).
           MOVE 'FECHA-REANUDACION'    TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-RES-FECHA-PROCESO   TO RBLEDG-CONT-VALOR(7).
           MOVE 'VENTANAS-EN-CURSO'    TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-RES-VENTANAS-EN-CURSO TO RBLEDG-CONT-VALOR(8).
           MOVE 'PERIODOS-PENDIENTES'  TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-RES-PERIODOS-PENDIENTES TO RBLEDG-CONT-VALOR(9).
           MOVE 'GENERACION-LLAVES'    TO RBLEDG-CONT-NOMBRE(10).
           MOVE WK-RES-KEY-GENERACION  TO RBLEDG-CONT-VALOR(10).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

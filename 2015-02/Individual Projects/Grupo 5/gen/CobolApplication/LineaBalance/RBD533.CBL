      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONSTANCIA AL TARJETAHABIENTE DE LO REPORTADO A  *
      *           : LA CNBS                                          *
      * OBJETIVO  : LOS CLIENTES Y SUS ABOGADOS PIDEN UNA CONSTANCIA *
      *           : FORMAL DE QUE TRANSACCIONES SUYAS SE REPORTARON  *
      *           : A LA CNBS Y CUANDO, Y LOS OFICIALES LA ARMABAN   *
      *           : CON IMPRESIONES DE PANTALLA DE RDK08393. ESTE    *
      *           : PASO LEE UN ARCHIVO DE SOLICITUDES (SOL533SS:    *
      *           : CUENTA, RANGO DE FECHAS Y SOLICITANTE) Y POR     *
      *           : CADA UNA EMITE EN RB533LS UNA CONSTANCIA CON     *
      *           : NUMERO DE CONTROL QUE LISTA CADA TRANSACCION DEL *
      *           : HISTORICO RBHISSS CON SU FECHA DE PROCESO Y EL   *
      *           : ESTADO EN EL MANIFIESTO RB484SS DEL ENVIO QUE LA *
      *           : LLEVO. CADA CONSTANCIA EMITIDA QUEDA EN EL       *
      *           : REGISTRO RB533SS (QUIEN LA PIDIO, QUIEN LA       *
      *           : TRAMITO, CANTIDAD Y HASH) Y SU CONTENIDO EXACTO  *
      *           : EN RB533DT, PARA QUE LEGAL PUEDA PROBAR DESPUES  *
      *           : QUE SE ENTREGO Y A QUIEN                         *
      * FECHA     : 06 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192188                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192188                                       *
      * FECHA  : 06 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. EL RANGO ES DE FECHA  *
      *          DE TRANSACCION. LA CUENTA SE SIGUE POR RBXRFSS      *
      *          (RBD529) HASTA SU NUMERO VIGENTE Y LA CONSTANCIA    *
      *          CUBRE ESE NUMERO Y TODOS SUS ANTERIORES, INFORMANDO *
      *          BAJO CUAL SE REPORTO CADA TRANSACCION. EL ENVIO QUE *
      *          LLEVO UNA TRANSACCION ES EL CNB470SS DE SU FECHA DE *
      *          PROCESO (EL ULTIMO GENERADO ESE DIA) Y SI HUBO      *
      *          REENVIO DE RECHAZOS CNB470RS ESE DIA SE INFORMA SU  *
      *          ESTADO APARTE. UNA SOLICITUD SIN TRANSACCIONES EN   *
      *          EL RANGO SE EMITE IGUAL (CONSTANCIA NEGATIVA). EL   *
      *          NUMERO DE CONTROL ES LA FECHA DE PROCESO MAS UNA    *
      *          SECUENCIA DEL DIA. UNA SOLICITUD MAL FORMADA NO SE  *
      *          EMITE NI SE REGISTRA Y DEJA RETURN-CODE 4           *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD533.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 06 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  SOL533SS    ASSIGN TO SYS001-SOL533SS
                               FILE STATUS ES-SOL533SS.

           SELECT  RBHISSS     ASSIGN TO SYS002-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  RB484SS     ASSIGN TO SYS003-RB484SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB484-LLAVE
                               FILE STATUS ES-RB484SS.

           SELECT  RBXRFSS     ASSIGN TO SYS004-RBXRFSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBXRF-LLAVE
                               FILE STATUS ES-RBXRFSS.

           SELECT  RB533SS     ASSIGN TO SYS005-RB533SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB533-NRO-CONTROL
                               FILE STATUS ES-RB533SS.

           SELECT  RB533DT     ASSIGN TO SYS006-RB533DT
                               FILE STATUS ES-RB533DT.

           SELECT  RB533LS     ASSIGN TO SYS007-RB533LS
                               FILE STATUS ES-RB533LS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * SOLICITUDES DE CONSTANCIA: UNA POR REGISTRO. UN '*' EN LA      *
      * PRIMERA POSICION ES COMENTARIO                                 *
      *----------------------------------------------------------------*
       FD  SOL533SS.
       01  REG-SOL533SS.
           03 SOL533-NUM-CTA              PIC 9(16).
           03 SOL533-FECHA-DESDE          PIC 9(08).
           03 SOL533-FECHA-HASTA          PIC 9(08).
           03 SOL533-SOLICITANTE          PIC X(40).
           03 SOL533-DOC-SOLICITANTE      PIC X(20).
           03 SOL533-REFERENCIA           PIC X(20).
           03 SOL533-USUARIO              PIC X(13).
           03 FILLER                      PIC X(15).
       01  REG-SOL533SS-R REDEFINES REG-SOL533SS.
           03 SOL533-MARCA                PIC X(01).
           03 FILLER                      PIC X(139).

      *----------------------------------------------------------------*
      * HISTORICO DE TRANSACCIONES POR CUENTA, MISMO LAYOUT QUE CARGA  *
      * RBD493                                                         *
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
      * MAESTRO DE ENVIOS A LA CNBS, MISMO LAYOUT QUE GRABA RBD483     *
      *----------------------------------------------------------------*
       FD  RB484SS.
       01  REG-RB484SS.
           03 RB484-LLAVE.
              05 RB484-FECHA-PROCESO      PIC 9(8).
              05 RB484-HORA-GEN           PIC 9(6).
           03 RB484-ARCHIVO               PIC X(8).
           03 RB484-CANT-REGS             PIC 9(10).
           03 RB484-MONTO-TOTAL           PIC 9(15)V9(02).
           03 RB484-HASH-CTL              PIC 9(18).
           03 RB484-ESTADO                PIC X(1).
              88 RB484-ENVIADO            VALUE 'E'.
              88 RB484-ACEPTADO           VALUE 'A'.
              88 RB484-OBSERVADO          VALUE 'O'.
           03 RB484-FECHA-ACK             PIC 9(8).
           03 RB484-VERSION-FORMATO       PIC 9(2).
           03 RB484-ENTIDAD               PIC X(10).

      *----------------------------------------------------------------*
      * REFERENCIA CRUZADA DE RENUMERACIONES, MISMO LAYOUT QUE GRABA   *
      * RBD529: 'V' + CUENTA VIEJA Y 'N' + CUENTA NUEVA + VIEJA        *
      *----------------------------------------------------------------*
       FD  RBXRFSS.
       01  REG-RBXRFSS.
           03 RBXRF-LLAVE.
              05 RBXRF-TIPO               PIC X(01).
                 88 RBXRF-POR-ANTERIOR    VALUE 'V'.
                 88 RBXRF-POR-NUEVA       VALUE 'N'.
              05 RBXRF-CTA-LLAVE          PIC 9(16).
              05 RBXRF-CTA-RELAC          PIC 9(16).
           03 RBXRF-CTA-ANTERIOR          PIC 9(16).
           03 RBXRF-CTA-NUEVA             PIC 9(16).
           03 RBXRF-FECHA-RENUM           PIC 9(08).
           03 RBXRF-MOTIVO                PIC X(02).
           03 RBXRF-FECHA-PROCESO         PIC 9(08).
           03 RBXRF-DIRECTO               PIC X(01).
              88 RBXRF-ES-DIRECTO         VALUE 'S'.
              88 RBXRF-ES-HEREDADO        VALUE 'H'.

      *----------------------------------------------------------------*
      * REGISTRO DE CONSTANCIAS EMITIDAS. NUMERO DE CONTROL = FECHA DE *
      * PROCESO + SECUENCIA DEL DIA. EL HASH ES LA SUMA DE LOS NUMEROS *
      * DE TRANSACCION CERTIFICADOS                                    *
      *----------------------------------------------------------------*
       FD  RB533SS.
       01  REG-RB533SS.
           03 RB533-NRO-CONTROL.
              05 RB533-CTL-FECHA          PIC 9(08).
              05 RB533-CTL-SECUENCIA      PIC 9(04).
           03 RB533-FECHA-EMISION         PIC 9(08).
           03 RB533-HORA-EMISION          PIC 9(08).
           03 RB533-NUM-CTA               PIC 9(16).
           03 RB533-CTA-VIGENTE           PIC 9(16).
           03 RB533-FECHA-DESDE           PIC 9(08).
           03 RB533-FECHA-HASTA           PIC 9(08).
           03 RB533-SOLICITANTE           PIC X(40).
           03 RB533-DOC-SOLICITANTE       PIC X(20).
           03 RB533-REFERENCIA            PIC X(20).
           03 RB533-USUARIO               PIC X(13).
           03 RB533-CANT-TRANSAC          PIC 9(07).
           03 RB533-HASH-CTL              PIC 9(18).
           03 RB533-CANT-HOJAS            PIC 9(04).

      *----------------------------------------------------------------*
      * CONTENIDO EXACTO DE CADA CONSTANCIA EMITIDA, UNA LINEA POR     *
      * TRANSACCION CERTIFICADA. LA JCL LO ABRE EN EXTEND (MOD)        *
      *----------------------------------------------------------------*
       FD  RB533DT.
       01  REG-RB533DT.
           03 RB533DT-NRO-CONTROL         PIC 9(12).
           03 RB533DT-NUM-CTA             PIC 9(16).
           03 RB533DT-FECHA-TRANSAC       PIC 9(08).
           03 RB533DT-NUM-TRANSAC         PIC 9(16).
           03 RB533DT-TIP-TRANSAC         PIC X(03).
           03 RB533DT-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB533DT-MONEDA              PIC X(03).
           03 RB533DT-HORA-TRANSAC        PIC 9(06).
           03 RB533DT-RED-ADQUIR          PIC X(02).
           03 RB533DT-FECHA-PROCESO       PIC 9(08).
           03 RB533DT-ENV-HORA-GEN        PIC 9(06).
           03 RB533DT-ENV-ESTADO          PIC X(01).
           03 RB533DT-ENV-FECHA-ACK       PIC 9(08).
           03 RB533DT-REE-ESTADO          PIC X(01).
           03 RB533DT-REE-FECHA-ACK       PIC 9(08).

       FD  RB533LS.
       01  REG-RB533LS                    PIC X(132).

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
           03  ES-SOL533SS                  PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-RB484SS                   PIC   X(02).
           03  ES-RBXRFSS                   PIC   X(02).
           03  ES-RB533SS                   PIC   X(02).
           03  ES-RB533DT                   PIC   X(02).
           03  ES-RB533LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-RBXRF-ABIERTO          PIC   9(01).
           03  WK-SW-SOLICITUD-VALIDA       PIC   9(01).
           03  WK-SW-FIN-XREF               PIC   9(01).
           03  WK-SW-FIN-HIS                PIC   9(01).
           03  WK-SW-FIN-MANIF              PIC   9(01).
           03  WK-SW-FIN-CONTROL            PIC   9(01).
           03  WK-SOLICITUDES               PIC   9(10).
           03  WK-EMITIDAS                  PIC   9(10).
           03  WK-RECHAZADAS                PIC   9(10).
           03  WK-NEGATIVAS                 PIC   9(10).
           03  WK-TRANSAC-CERTIFICADAS      PIC   9(10).
           03  WK-SECUENCIA                 PIC   9(04).
           03  WK-CTA-VIGENTE               PIC   9(16).
           03  WK-CTA-ACTUAL                PIC   9(16).
           03  WK-IX-CTA                    PIC   9(02).
           03  WK-CANT-CTAS                 PIC   9(02).
           03  WK-SALTOS                    PIC   9(02).
           03  WK-CANT-CERT                 PIC   9(07).
           03  WK-HASH-CERT                 PIC   9(18).
           03  WK-HOJA                      PIC   9(04).
           03  WK-LINEAS-HOJA               PIC   9(03).
           03  WK-MOTIVO-RECHAZO            PIC   X(50).

      *----------------------------------------------------------------*
      * ENVIO DE LA ULTIMA FECHA DE PROCESO CONSULTADA EN RB484SS. EL  *
      * HISTORICO DE UNA CUENTA VIENE CASI SIEMPRE AGRUPADO POR FECHA  *
      *----------------------------------------------------------------*
       01  WK-ENVIO-CONSULTADO.
           03  WK-ENV-FECHA                 PIC   9(08).
           03  WK-ENV-HORA-GEN              PIC   9(06).
           03  WK-ENV-ESTADO                PIC   X(01).
           03  WK-ENV-FECHA-ACK             PIC   9(08).
           03  WK-REE-ESTADO                PIC   X(01).
           03  WK-REE-FECHA-ACK             PIC   9(08).

      *----------------------------------------------------------------*
      * NUMEROS DE LA CUENTA SEGUN RBXRFSS: EL VIGENTE PRIMERO Y LUEGO *
      * TODOS LOS ANTERIORES DE LOS QUE VIENE                          *
      *----------------------------------------------------------------*
       01  TB-CTAS-EQUIV.
           03  TB-CE-NUM-CTA OCCURS 20 TIMES PIC  9(16).

       01  WK-ESTADO-TRABAJO                PIC   X(01).
       01  WK-ESTADO-TEXTO                  PIC   X(10).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD533'.
           03 FILLER                       PIC X(60) VALUE
              'CONSTANCIA DE TRANSACCIONES REPORTADAS A LA CNBS'.
           03 FILLER                       PIC X(13) VALUE
              'CONTROL NRO: '.
           03 WK-LTI-CONTROL                PIC 9(12).
           03 FILLER                       PIC X(09) VALUE
              '   HOJA: '.
           03 WK-LTI-HOJA                   PIC ZZZ9.
           03 FILLER                       PIC X(26) VALUE SPACES.

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LTX-TEXTO                  PIC X(100).
           03 FILLER                       PIC X(30) VALUE SPACES.

       01  WK-LINEA-EMISION.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
              'FECHA DE EMISION  : '.
           03 WK-LEM-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(10) VALUE
              '   HORA : '.
           03 WK-LEM-HORA                   PIC 9(06).
           03 FILLER                       PIC X(19) VALUE
              '   TRAMITADA POR : '.
           03 WK-LEM-USUARIO                PIC X(13).
           03 FILLER                       PIC X(54) VALUE SPACES.

       01  WK-LINEA-CUENTA.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
              'CUENTA            : '.
           03 WK-LCU-CUENTA                 PIC 9(16).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LCU-VIGENTE                PIC X(40).
           03 FILLER                       PIC X(52) VALUE SPACES.

       01  WK-TEXTO-VIGENTE.
           03 FILLER                       PIC X(18) VALUE
              'NUMERO VIGENTE : '.
           03 WK-TVI-CUENTA                 PIC 9(16).
           03 FILLER                       PIC X(06) VALUE SPACES.

       01  WK-LINEA-PERIODO.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(24) VALUE
              'PERIODO           : DEL '.
           03 WK-LPE-DESDE                  PIC 9(08).
           03 FILLER                       PIC X(04) VALUE ' AL '.
           03 WK-LPE-HASTA                  PIC 9(08).
           03 FILLER                       PIC X(25) VALUE
              '  (FECHA DE TRANSACCION)'.
           03 FILLER                       PIC X(61) VALUE SPACES.

       01  WK-LINEA-SOLICITANTE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
              'SOLICITANTE       : '.
           03 WK-LSO-NOMBRE                 PIC X(40).
           03 FILLER                       PIC X(14) VALUE
              '  DOCUMENTO : '.
           03 WK-LSO-DOCUMENTO              PIC X(20).
           03 FILLER                       PIC X(36) VALUE SPACES.

       01  WK-LINEA-REFERENCIA.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
              'REFERENCIA        : '.
           03 WK-LRE-REFERENCIA             PIC X(20).
           03 FILLER                       PIC X(90) VALUE SPACES.

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA REPORTADA FECHA    HORA   TRANSACCI'.
           03 FILLER                       PIC X(44) VALUE
              'ON      TIP              MONTO MON RD F.PROC'.
           03 FILLER                       PIC X(44) VALUE
              'ES ENVIO  ESTADO     F.ACUSE  REENVIO       '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-CUENTA                 PIC 9(16).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-HORA                   PIC 9(06).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-TRANSAC                PIC 9(16).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-TIPO                   PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-FECHA-PROCESO          PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-ENVIO                  PIC X(06).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-ESTADO                 PIC X(10).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-FECHA-ACK              PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-REENVIO                PIC X(10).
           03 FILLER                       PIC X(04) VALUE SPACES.

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(30) VALUE
              'TRANSACCIONES CERTIFICADAS : '.
           03 WK-LTO-CANT                   PIC ZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
              'HASH DE CONTROL : '.
           03 WK-LTO-HASH                   PIC 9(18).
           03 FILLER                       PIC X(51) VALUE SPACES.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).
       01  WK-HORA-EMISION                  PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR          THRU 100-FIN.
           PERFORM 200-PROCESAR-SOLICITUDES THRU 200-FIN.
           PERFORM 990-FINALIZAR            THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  WK-ENVIO-CONSULTADO.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.

           OPEN INPUT SOL533SS.
           IF   ES-SOL533SS = '97'
                MOVE '00'  TO ES-SOL533SS.
           IF   ES-SOL533SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR SOLICITUDES SOL533SS '
                         ES-SOL533SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

      * SIN HISTORICO O SIN MANIFIESTO NO HAY CONSTANCIA QUE EMITIR:
      * UNA CONSTANCIA PARCIAL NO SIRVE COMO DOCUMENTO
           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORICO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                CLOSE    SOL533SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT RB484SS.
           IF   ES-RB484SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR MANIFIESTO RB484SS ' ES-RB484SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    SOL533SS RBHISSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT RBXRFSS.
           IF   ES-RBXRFSS = '00'
                MOVE 1 TO WK-SW-RBXRF-ABIERTO
           ELSE
                DISPLAY 'RBXRFSS NO DISPONIBLE (' ES-RBXRFSS '), SE '
                        'CERTIFICA SOLO LA CUENTA PEDIDA'.

           OPEN I-O RB533SS.
           IF   ES-RB533SS = '35'
                OPEN OUTPUT RB533SS
                CLOSE       RB533SS
                OPEN I-O    RB533SS.
           IF   ES-RB533SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RB533SS ' ES-RB533SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    SOL533SS RBHISSS RB484SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN EXTEND RB533DT.
           IF   ES-RB533DT = '35'
                OPEN OUTPUT RB533DT.
           IF   ES-RB533DT NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR DETALLE RB533DT ' ES-RB533DT
                MOVE     999           TO   RETURN-CODE
                CLOSE    SOL533SS RBHISSS RB484SS RB533SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB533LS.
           IF   ES-RB533LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB533LS ' ES-RB533LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    SOL533SS RBHISSS RB484SS RB533SS RB533DT
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           PERFORM 130-ULTIMO-CONTROL THRU 130-FIN.

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

      *----------------------------------------------------------------*
      * ULTIMA SECUENCIA USADA EN LA FECHA DE PROCESO, PARA QUE UNA    *
      * SEGUNDA CORRIDA EN EL DIA SIGA LA NUMERACION                   *
      *----------------------------------------------------------------*
       130-ULTIMO-CONTROL.

           MOVE 0                TO WK-SECUENCIA.
           MOVE WK-FECHA-SISTEMA TO RB533-CTL-FECHA.
           MOVE 0                TO RB533-CTL-SECUENCIA.
           START RB533SS KEY IS NOT LESS THAN RB533-NRO-CONTROL.
           IF ES-RB533SS NOT = '00'
              GO TO 130-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-CONTROL.
           PERFORM 1300-LEER-CONTROL THRU 1300-FIN
                   UNTIL WK-SW-FIN-CONTROL = 1.

       130-FIN.
           EXIT.

       1300-LEER-CONTROL.

           READ RB533SS NEXT RECORD.
           IF ES-RB533SS NOT = '00' OR
              RB533-CTL-FECHA NOT = WK-FECHA-SISTEMA
              MOVE 1 TO WK-SW-FIN-CONTROL
              GO TO 1300-FIN
           END-IF.
           MOVE RB533-CTL-SECUENCIA TO WK-SECUENCIA.

       1300-FIN.
           EXIT.

       200-PROCESAR-SOLICITUDES.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-SOLICITUD THRU 2000-FIN
                   UNTIL SW-FIN = 1.

       200-FIN.
           EXIT.

       2000-LEER-SOLICITUD.

           READ SOL533SS.
           IF ES-SOL533SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-SOL533SS NOT = '00'
              DISPLAY 'ERROR AL LEER SOLICITUDES SOL533SS '
                       ES-SOL533SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF REG-SOL533SS = SPACES OR SOL533-MARCA = '*'
              GO TO 2000-FIN
           END-IF.

           ADD 1 TO WK-SOLICITUDES.
           PERFORM 210-VALIDAR-SOLICITUD THRU 210-FIN.
           IF WK-SW-SOLICITUD-VALIDA = 0
              ADD 1 TO WK-RECHAZADAS
              DISPLAY 'SOLICITUD RECHAZADA, ' WK-MOTIVO-RECHAZO
              DISPLAY '  ' REG-SOL533SS
              GO TO 2000-FIN
           END-IF.

           PERFORM 250-ARMAR-CADENA        THRU 250-FIN.
           PERFORM 300-EMITIR-CONSTANCIA   THRU 300-FIN.

       2000-FIN.
           EXIT.

       210-VALIDAR-SOLICITUD.

           MOVE 0      TO WK-SW-SOLICITUD-VALIDA.
           MOVE SPACES TO WK-MOTIVO-RECHAZO.

           IF SOL533-NUM-CTA NOT NUMERIC OR SOL533-NUM-CTA = 0
              MOVE 'CUENTA INVALIDA' TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.
           IF SOL533-FECHA-DESDE NOT NUMERIC OR
              SOL533-FECHA-HASTA NOT NUMERIC OR
              SOL533-FECHA-DESDE = 0 OR
              SOL533-FECHA-HASTA = 0
              MOVE 'RANGO DE FECHAS INVALIDO' TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.
           IF SOL533-FECHA-DESDE > SOL533-FECHA-HASTA
              MOVE 'FECHA DESDE POSTERIOR A FECHA HASTA'
                                   TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.
           IF SOL533-SOLICITANTE = SPACES
              MOVE 'FALTA EL SOLICITANTE' TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.
           IF SOL533-USUARIO = SPACES
              MOVE 'FALTA EL USUARIO QUE TRAMITA' TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.
           IF WK-SECUENCIA >= 9999
              MOVE 'SECUENCIA DE CONTROL DEL DIA AGOTADA'
                                   TO WK-MOTIVO-RECHAZO
              GO TO 210-FIN
           END-IF.

           MOVE 1 TO WK-SW-SOLICITUD-VALIDA.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RENUMERACIONES: SE SIGUE RBXRFSS HACIA ADELANTE ('V') HASTA LA *
      * CUENTA VIGENTE Y DESDE ELLA SE TOMAN TODAS SUS ANTERIORES      *
      * ('N'), COMO EN RBD492. SIN RBXRFSS SOLO LA CUENTA PEDIDA       *
      *----------------------------------------------------------------*
       250-ARMAR-CADENA.

           MOVE 1              TO WK-CANT-CTAS.
           MOVE SOL533-NUM-CTA TO TB-CE-NUM-CTA(1).
           MOVE SOL533-NUM-CTA TO WK-CTA-VIGENTE.

           IF WK-SW-RBXRF-ABIERTO = 0
              GO TO 250-FIN
           END-IF.

           MOVE 0 TO WK-SALTOS.
           MOVE 0 TO WK-SW-FIN-XREF.
           PERFORM 2500-BUSCAR-VIGENTE THRU 2500-FIN
                   UNTIL WK-SW-FIN-XREF = 1 OR WK-SALTOS >= 20.
           MOVE WK-CTA-VIGENTE TO TB-CE-NUM-CTA(1).

           MOVE 'N'            TO RBXRF-TIPO.
           MOVE WK-CTA-VIGENTE TO RBXRF-CTA-LLAVE.
           MOVE 0              TO RBXRF-CTA-RELAC.
           START RBXRFSS KEY IS NOT LESS THAN RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              MOVE 0 TO WK-SW-FIN-XREF
              PERFORM 2510-LEER-ANTERIOR THRU 2510-FIN
                      UNTIL WK-SW-FIN-XREF = 1
           END-IF.

       250-FIN.
           EXIT.

       2500-BUSCAR-VIGENTE.

           ADD  1              TO WK-SALTOS.
           MOVE 'V'            TO RBXRF-TIPO.
           MOVE WK-CTA-VIGENTE TO RBXRF-CTA-LLAVE.
           MOVE 0              TO RBXRF-CTA-RELAC.
           READ RBXRFSS KEY IS RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              MOVE RBXRF-CTA-NUEVA TO WK-CTA-VIGENTE
           ELSE
              MOVE 1 TO WK-SW-FIN-XREF
           END-IF.

       2500-FIN.
           EXIT.

       2510-LEER-ANTERIOR.

           READ RBXRFSS NEXT RECORD.
           IF ES-RBXRFSS NOT = '00'
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 2510-FIN
           END-IF.
           IF NOT RBXRF-POR-NUEVA OR
              RBXRF-CTA-LLAVE NOT = WK-CTA-VIGENTE
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 2510-FIN
           END-IF.
           IF WK-CANT-CTAS >= 20
              DISPLAY 'RBXRFSS: MAS DE 20 NUMEROS EN LA CADENA DE '
                      WK-CTA-VIGENTE ', SE CERTIFICAN LOS PRIMEROS'
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 2510-FIN
           END-IF.

           ADD  1               TO WK-CANT-CTAS.
           MOVE RBXRF-CTA-RELAC TO TB-CE-NUM-CTA(WK-CANT-CTAS).

       2510-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA CONSTANCIA: ENCABEZADO CON EL NUMERO DE CONTROL, UNA LINEA *
      * POR TRANSACCION DEL HISTORICO EN EL RANGO (BAJO CADA NUMERO DE *
      * LA CUENTA), TOTALES Y CIERRE. AL FINAL SE REGISTRA             *
      *----------------------------------------------------------------*
       300-EMITIR-CONSTANCIA.

           ADD  1                TO WK-SECUENCIA.
           MOVE WK-FECHA-SISTEMA TO RB533-CTL-FECHA.
           MOVE WK-SECUENCIA     TO RB533-CTL-SECUENCIA.
           ACCEPT WK-HORA-EMISION FROM TIME.
           MOVE 0 TO WK-CANT-CERT.
           MOVE 0 TO WK-HASH-CERT.
           MOVE 0 TO WK-HOJA.

           PERFORM 310-ENCABEZADO THRU 310-FIN.

           MOVE 0 TO WK-IX-CTA.
           PERFORM 320-RECORRER-CUENTA THRU 320-FIN
                   UNTIL WK-IX-CTA >= WK-CANT-CTAS.

           IF WK-CANT-CERT = 0
              ADD  1 TO WK-NEGATIVAS
              MOVE SPACES TO WK-LINEA-TEXTO
              MOVE 'NO SE REPORTARON A LA CNBS TRANSACCIONES DE LA'
                                    TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO  TO REG-RB533LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              MOVE 'CUENTA EN EL PERIODO INDICADO.'
                                    TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO  TO REG-RB533LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           PERFORM 340-CIERRE THRU 340-FIN.
           PERFORM 350-REGISTRAR THRU 350-FIN.

           ADD 1 TO WK-EMITIDAS.
           ADD WK-CANT-CERT TO WK-TRANSAC-CERTIFICADAS.
           DISPLAY 'CONSTANCIA ' RB533-NRO-CONTROL ' CUENTA '
                    SOL533-NUM-CTA ' TRANSACCIONES ' WK-CANT-CERT.

       300-FIN.
           EXIT.

       310-ENCABEZADO.

           PERFORM 311-TITULO THRU 311-FIN.

           MOVE WK-FECHA-SISTEMA  TO WK-LEM-FECHA.
           MOVE WK-HORA-EMISION(1:6) TO WK-LEM-HORA.
           MOVE SOL533-USUARIO    TO WK-LEM-USUARIO.
           MOVE WK-LINEA-EMISION  TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SOL533-NUM-CTA    TO WK-LCU-CUENTA.
           MOVE SPACES            TO WK-LCU-VIGENTE.
           IF WK-CTA-VIGENTE NOT = SOL533-NUM-CTA
              MOVE WK-CTA-VIGENTE   TO WK-TVI-CUENTA
              MOVE WK-TEXTO-VIGENTE TO WK-LCU-VIGENTE
           END-IF.
           MOVE WK-LINEA-CUENTA   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SOL533-FECHA-DESDE TO WK-LPE-DESDE.
           MOVE SOL533-FECHA-HASTA TO WK-LPE-HASTA.
           MOVE WK-LINEA-PERIODO  TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SOL533-SOLICITANTE     TO WK-LSO-NOMBRE.
           MOVE SOL533-DOC-SOLICITANTE TO WK-LSO-DOCUMENTO.
           MOVE WK-LINEA-SOLICITANTE   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SOL533-REFERENCIA   TO WK-LRE-REFERENCIA.
           MOVE WK-LINEA-REFERENCIA TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO WK-LINEA-TEXTO.
           MOVE 'POR LA PRESENTE SE HACE CONSTAR QUE LAS SIGUIENTES'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'TRANSACCIONES DE LA CUENTA FUERON REPORTADAS A LA'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'COMISION NACIONAL DE BANCOS Y SEGUROS (CNBS) EN LA'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'FECHA DE PROCESO Y CON EL ESTADO DE ENVIO INDICADOS:'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMERA LINEA DE CADA HOJA: SALTO DE PAGINA, TITULO CON EL     *
      * NUMERO DE CONTROL Y LA HOJA                                    *
      *----------------------------------------------------------------*
       311-TITULO.

           ADD  1                 TO WK-HOJA.
           MOVE RB533-NRO-CONTROL TO WK-LTI-CONTROL.
           MOVE WK-HOJA           TO WK-LTI-HOJA.
           MOVE WK-LINEA-TITULO   TO REG-RB533LS.
           PERFORM 491-GRABAR-HOJA THRU 491-FIN.
           MOVE SPACES            TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       311-FIN.
           EXIT.

       320-RECORRER-CUENTA.

           ADD  1                        TO WK-IX-CTA.
           MOVE TB-CE-NUM-CTA(WK-IX-CTA) TO WK-CTA-ACTUAL.
           MOVE WK-CTA-ACTUAL            TO RBHIS-NUM-CTA.
           MOVE SOL533-FECHA-DESDE       TO RBHIS-FECHA-TRANSAC.
           MOVE 0                        TO RBHIS-NUM-TRANSAC.
           START RBHISSS KEY IS NOT LESS THAN RBHIS-LLAVE.
           IF ES-RBHISSS NOT = '00'
              GO TO 320-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-HIS.
           PERFORM 3200-LEER-RBHIS THRU 3200-FIN
                   UNTIL WK-SW-FIN-HIS = 1.

       320-FIN.
           EXIT.

       3200-LEER-RBHIS.

           READ RBHISSS NEXT RECORD.
           IF ES-RBHISSS = '10'
              MOVE 1 TO WK-SW-FIN-HIS
              GO TO 3200-FIN
           END-IF.
           IF ES-RBHISSS NOT = '00'
              DISPLAY 'ERROR AL LEER HISTORICO RBHISSS ' ES-RBHISSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RBHIS-NUM-CTA NOT = WK-CTA-ACTUAL OR
              RBHIS-FECHA-TRANSAC > SOL533-FECHA-HASTA
              MOVE 1 TO WK-SW-FIN-HIS
              GO TO 3200-FIN
           END-IF.

           IF RBHIS-FECHA-PROCESO NOT = WK-ENV-FECHA
              PERFORM 330-UBICAR-ENVIO THRU 330-FIN
           END-IF.

           IF WK-LINEAS-HOJA >= 58
              PERFORM 311-TITULO THRU 311-FIN
              MOVE WK-LINEA-COLUMNAS TO REG-RB533LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE RBHIS-NUM-CTA        TO WK-LDE-CUENTA.
           MOVE RBHIS-FECHA-TRANSAC  TO WK-LDE-FECHA.
           MOVE RBHIS-HORA-TRANSAC   TO WK-LDE-HORA.
           MOVE RBHIS-NUM-TRANSAC    TO WK-LDE-TRANSAC.
           MOVE RBHIS-TIP-TRANSAC    TO WK-LDE-TIPO.
           MOVE RBHIS-MONTO-TRANSAC  TO WK-LDE-MONTO.
           MOVE RBHIS-MONEDA         TO WK-LDE-MONEDA.
           MOVE RBHIS-RED-ADQUIR     TO WK-LDE-RED.
           MOVE RBHIS-FECHA-PROCESO  TO WK-LDE-FECHA-PROCESO.
           MOVE SPACES               TO WK-LDE-ENVIO.
           MOVE SPACES               TO WK-LDE-FECHA-ACK.
           MOVE SPACES               TO WK-LDE-REENVIO.
           IF WK-ENV-ESTADO NOT = SPACE
              MOVE WK-ENV-HORA-GEN   TO WK-LDE-ENVIO
           END-IF.
           MOVE WK-ENV-ESTADO        TO WK-ESTADO-TRABAJO.
           PERFORM 335-TEXTO-ESTADO THRU 335-FIN.
           MOVE WK-ESTADO-TEXTO      TO WK-LDE-ESTADO.
           IF WK-ENV-FECHA-ACK > 0
              MOVE WK-ENV-FECHA-ACK  TO WK-LDE-FECHA-ACK
           END-IF.
           IF WK-REE-ESTADO NOT = SPACE
              MOVE WK-REE-ESTADO     TO WK-ESTADO-TRABAJO
              PERFORM 335-TEXTO-ESTADO THRU 335-FIN
              MOVE WK-ESTADO-TEXTO   TO WK-LDE-REENVIO
           END-IF.
           MOVE WK-LINEA-DETALLE     TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 360-GRABAR-DETALLE THRU 360-FIN.
           ADD 1                 TO WK-CANT-CERT.
           ADD RBHIS-NUM-TRANSAC TO WK-HASH-CERT.

       3200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENVIO QUE LLEVO LAS TRANSACCIONES DE UNA FECHA DE PROCESO: EL  *
      * ULTIMO CNB470SS GENERADO ESE DIA Y, SI LO HUBO, EL ULTIMO      *
      * REENVIO DE RECHAZOS CNB470RS (RBD485) DEL MISMO DIA            *
      *----------------------------------------------------------------*
       330-UBICAR-ENVIO.

           MOVE RBHIS-FECHA-PROCESO TO WK-ENV-FECHA.
           MOVE 0      TO WK-ENV-HORA-GEN.
           MOVE SPACE  TO WK-ENV-ESTADO.
           MOVE 0      TO WK-ENV-FECHA-ACK.
           MOVE SPACE  TO WK-REE-ESTADO.
           MOVE 0      TO WK-REE-FECHA-ACK.

           MOVE WK-ENV-FECHA TO RB484-FECHA-PROCESO.
           MOVE 0            TO RB484-HORA-GEN.
           START RB484SS KEY IS NOT LESS THAN RB484-LLAVE.
           IF ES-RB484SS NOT = '00'
              GO TO 330-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-MANIF.
           PERFORM 3300-LEER-MANIF THRU 3300-FIN
                   UNTIL WK-SW-FIN-MANIF = 1.

       330-FIN.
           EXIT.

       3300-LEER-MANIF.

           READ RB484SS NEXT RECORD.
           IF ES-RB484SS NOT = '00' OR
              RB484-FECHA-PROCESO NOT = WK-ENV-FECHA
              MOVE 1 TO WK-SW-FIN-MANIF
              GO TO 3300-FIN
           END-IF.

           IF RB484-ARCHIVO = 'CNB470SS'
              MOVE RB484-HORA-GEN  TO WK-ENV-HORA-GEN
              MOVE RB484-ESTADO    TO WK-ENV-ESTADO
              MOVE RB484-FECHA-ACK TO WK-ENV-FECHA-ACK
           END-IF.
           IF RB484-ARCHIVO = 'CNB470RS'
              MOVE RB484-ESTADO    TO WK-REE-ESTADO
              MOVE RB484-FECHA-ACK TO WK-REE-FECHA-ACK
           END-IF.

       3300-FIN.
           EXIT.

       335-TEXTO-ESTADO.

           EVALUATE WK-ESTADO-TRABAJO
               WHEN 'A'
                   MOVE 'ACEPTADO'   TO WK-ESTADO-TEXTO
               WHEN 'O'
                   MOVE 'OBSERVADO'  TO WK-ESTADO-TEXTO
               WHEN 'E'
                   MOVE 'SIN ACUSE'  TO WK-ESTADO-TEXTO
               WHEN OTHER
                   MOVE 'SIN ENVIO'  TO WK-ESTADO-TEXTO
           END-EVALUATE.

       335-FIN.
           EXIT.

       340-CIERRE.

           MOVE WK-CANT-CERT   TO WK-LTO-CANT.
           MOVE WK-HASH-CERT   TO WK-LTO-HASH.
           MOVE SPACES         TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES         TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES TO WK-LINEA-TEXTO.
           MOVE 'ESTADO SEGUN EL MANIFIESTO DE ENVIOS A LA CNBS:'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'ACEPTADO / OBSERVADO = RESPUESTA DE LA CNBS EN LA'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'FECHA DE ACUSE. SIN ACUSE = ENVIADO SIN RESPUESTA.'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'REENVIO = ESTADO DEL REENVIO DE RECHAZOS DEL DIA.'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'SE EXTIENDE LA PRESENTE A SOLICITUD DEL INTERESADO Y'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'QUEDA REGISTRADA BAJO EL NUMERO DE CONTROL INDICADO.'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '______________________________'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'FIRMA Y SELLO AUTORIZADO'
                                 TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO   TO REG-RB533LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       340-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRO DE LA CONSTANCIA EMITIDA. EL NUMERO DE CONTROL YA     *
      * QUEDO IMPRESO: UN DUPLICADO O UN ERROR ES GRAVE                *
      *----------------------------------------------------------------*
       350-REGISTRAR.

           MOVE WK-FECHA-SISTEMA       TO RB533-FECHA-EMISION.
           MOVE WK-HORA-EMISION        TO RB533-HORA-EMISION.
           MOVE SOL533-NUM-CTA         TO RB533-NUM-CTA.
           MOVE WK-CTA-VIGENTE         TO RB533-CTA-VIGENTE.
           MOVE SOL533-FECHA-DESDE     TO RB533-FECHA-DESDE.
           MOVE SOL533-FECHA-HASTA     TO RB533-FECHA-HASTA.
           MOVE SOL533-SOLICITANTE     TO RB533-SOLICITANTE.
           MOVE SOL533-DOC-SOLICITANTE TO RB533-DOC-SOLICITANTE.
           MOVE SOL533-REFERENCIA      TO RB533-REFERENCIA.
           MOVE SOL533-USUARIO         TO RB533-USUARIO.
           MOVE WK-CANT-CERT           TO RB533-CANT-TRANSAC.
           MOVE WK-HASH-CERT           TO RB533-HASH-CTL.
           MOVE WK-HOJA                TO RB533-CANT-HOJAS.

           WRITE REG-RB533SS.
           IF ES-RB533SS NOT = '00'
              DISPLAY 'ERROR AL REGISTRAR CONSTANCIA EN RB533SS '
                       ES-RB533SS ' CONTROL ' RB533-NRO-CONTROL
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       350-FIN.
           EXIT.

       360-GRABAR-DETALLE.

           MOVE RB533-NRO-CONTROL   TO RB533DT-NRO-CONTROL.
           MOVE RBHIS-NUM-CTA       TO RB533DT-NUM-CTA.
           MOVE RBHIS-FECHA-TRANSAC TO RB533DT-FECHA-TRANSAC.
           MOVE RBHIS-NUM-TRANSAC   TO RB533DT-NUM-TRANSAC.
           MOVE RBHIS-TIP-TRANSAC   TO RB533DT-TIP-TRANSAC.
           MOVE RBHIS-MONTO-TRANSAC TO RB533DT-MONTO-TRANSAC.
           MOVE RBHIS-MONEDA        TO RB533DT-MONEDA.
           MOVE RBHIS-HORA-TRANSAC  TO RB533DT-HORA-TRANSAC.
           MOVE RBHIS-RED-ADQUIR    TO RB533DT-RED-ADQUIR.
           MOVE RBHIS-FECHA-PROCESO TO RB533DT-FECHA-PROCESO.
           MOVE WK-ENV-HORA-GEN     TO RB533DT-ENV-HORA-GEN.
           MOVE WK-ENV-ESTADO       TO RB533DT-ENV-ESTADO.
           MOVE WK-ENV-FECHA-ACK    TO RB533DT-ENV-FECHA-ACK.
           MOVE WK-REE-ESTADO       TO RB533DT-REE-ESTADO.
           MOVE WK-REE-FECHA-ACK    TO RB533DT-REE-FECHA-ACK.

           WRITE REG-RB533DT.
           IF ES-RB533DT NOT = '00'
              DISPLAY 'ERROR AL GRABAR DETALLE RB533DT ' ES-RB533DT
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       360-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB533LS.
           IF ES-RB533LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB533LS ' ES-RB533LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.
           ADD 1 TO WK-LINEAS-HOJA.

       490-FIN.
           EXIT.

       491-GRABAR-HOJA.

           WRITE REG-RB533LS AFTER ADVANCING PAGE.
           IF ES-RB533LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB533LS ' ES-RB533LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.
           MOVE 1 TO WK-LINEAS-HOJA.

       491-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD533 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-RECHAZADAS > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY SOLICITUDES RECHAZADAS. SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD533 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'SOLICITUDES LEIDAS         : ' WK-SOLICITUDES
              DISPLAY 'CONSTANCIAS EMITIDAS       : ' WK-EMITIDAS
              DISPLAY '  NEGATIVAS (SIN TRANSAC.) : ' WK-NEGATIVAS
              DISPLAY 'SOLICITUDES RECHAZADAS     : ' WK-RECHAZADAS
              DISPLAY 'TRANSACCIONES CERTIFICADAS : '
                       WK-TRANSAC-CERTIFICADAS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE SOL533SS
              CLOSE RBHISSS
              CLOSE RB484SS
              IF WK-SW-RBXRF-ABIERTO = 1
                 CLOSE RBXRFSS
              END-IF
              CLOSE RB533SS
              CLOSE RB533DT
              CLOSE RB533LS
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

           MOVE 'RBD533  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 5                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'SOLICITUDES'          TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-SOLICITUDES         TO RBLEDG-CONT-VALOR(1).
           MOVE 'EMITIDAS'             TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-EMITIDAS            TO RBLEDG-CONT-VALOR(2).
           MOVE 'NEGATIVAS'            TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-NEGATIVAS           TO RBLEDG-CONT-VALOR(3).
           MOVE 'RECHAZADAS'           TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-RECHAZADAS          TO RBLEDG-CONT-VALOR(4).
           MOVE 'TRANSAC-CERTIFICADAS' TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-TRANSAC-CERTIFICADAS TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

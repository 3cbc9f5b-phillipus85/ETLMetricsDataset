      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONCILIACION DE LOS DISPOSITIVOS DE CN285SE      *
      *           : CONTRA EL INVENTARIO DE LA FLOTA ATM/POS         *
      * OBJETIVO  : CN28-DISP Y CN28-NUM-DISPOSITIVO SE DIGITAN A    *
      *           : MANO EN RDK08320 Y NADA LOS VALIDA CONTRA EL     *
      *           : INVENTARIO DEL AREA DE CANALES, ASI RBD503 PUEDE *
      *           : REPORTAR UTILIZACION DE DISPOSITIVOS RETIRADOS O *
      *           : QUE NUNCA EXISTIERON. ESTE PASO CRUZA LAS        *
      *           : PARAMETRIZACIONES VIGENTES CON EL EXTRACTO DEL   *
      *           : INVENTARIO (INVDSPSS: DISPOSITIVO, TIPO,         *
      *           : LOCALIZACION, ESTADO, FECHAS DE INSTALACION Y    *
      *           : RETIRO) Y LISTA EN RB535LS LAS QUE APUNTAN A UN  *
      *           : DISPOSITIVO INEXISTENTE O RETIRADO, LAS DE TIPO  *
      *           : O LOCALIZACION DISTINTOS DEL INVENTARIO Y LOS    *
      *           : DISPOSITIVOS INSTALADOS QUE NINGUNA CUENTA USA.  *
      *           : LAS CORRECCIONES SALEN COMO TARJETAS CN287SE     *
      *           : PARA EL CARGADOR RBD478, COMO EN RBD494/RBD526   *
      * FECHA     : 10 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192190                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192190                                       *
      * FECHA  : 10 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM535SS PALABRA-    *
      *          CLAVE=VALOR, OPCIONAL: TARJETAS= S GENERA CN287SE   *
      *          (DEFAULT), N SOLO LISTA. EL DISPOSITIVO SE BUSCA    *
      *          POR TIPO + NUMERO Y, SI NO ESTA, SOLO POR NUMERO    *
      *          (TIPO DISTINTO). EL UNIVERSO ES EL MISMO DE RBD503: *
      *          PARAMETRIZACIONES VIGENTES CON CN28-DISP INFORMADO. *
      *          RETIRADO = ESTADO 'R' O FECHA DE RETIRO NO          *
      *          POSTERIOR AL PROCESO: TARJETA 'D' CON LA FECHA DE   *
      *          RETIRO COMO BAJA. TIPO O LOCALIZACION DISTINTOS:    *
      *          TARJETA 'M' CON LOS DEL INVENTARIO. DISPOSITIVO     *
      *          INEXISTENTE O AUN NO INSTALADO Y LOS INSTALADOS SIN *
      *          PARAMETRIZAR SOLO SE LISTAN (REVISION MANUAL).      *
      *          CUALQUIER DISCREPANCIA DEJA RETURN-CODE 4           *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD535.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 10 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM535SS   ASSIGN TO SYS001-PARM535SS
                               FILE STATUS ES-PARM535SS.

           SELECT  INVDSPSS    ASSIGN TO SYS002-INVDSPSS
                               FILE STATUS ES-INVDSPSS.

           SELECT  CN285SE     ASSIGN TO SYS003-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  RB535LS     ASSIGN TO SYS004-RB535LS
                               FILE STATUS ES-RB535LS.

           SELECT  CN287SE     ASSIGN TO SYS005-CN287SE
                               FILE STATUS ES-CN287SE.

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
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM535SS.
       01  REG-PARM535SS                  PIC X(80).

      *----------------------------------------------------------------*
      * EXTRACTO DEL INVENTARIO DE DISPOSITIVOS DEL AREA DE CANALES.   *
      * ESTADO 'R' RETIRADO; CUALQUIER OTRO ('A' ACTIVO, 'M' EN        *
      * MANTENIMIENTO) ES EN SERVICIO. FECHA DE RETIRO CERO = SIN      *
      * RETIRO PROGRAMADO                                              *
      *----------------------------------------------------------------*
       FD  INVDSPSS.
       01  REG-INVDSPSS.
           03 INVDSP-NUM-DISPOSITIVO      PIC X(04).
           03 INVDSP-TIPO                 PIC X(03).
           03 INVDSP-LOCALIZACION         PIC X(01).
           03 INVDSP-UBICACION            PIC X(40).
           03 INVDSP-ESTADO               PIC X(01).
              88 INVDSP-RETIRADO          VALUE 'R'.
           03 INVDSP-FEC-INSTALACION      PIC 9(08).
           03 INVDSP-FEC-RETIRO           PIC 9(08).

       FD  CN285SE.
       01  REG-CN285SE.
           03 LLAVE.
              05 CN285SE-NUM-CTA          PIC 9(16).
           03 DATOS-TRX.
              05 CN285SE-DISP             PIC X(3).
              05 CN285SE-LOCALIZACION     PIC X(1).
              05 CN285SE-ORIGEN           PIC X(3).
              05 CN285SE-APLIC-ORIGEN     PIC X(2).
              05 CN285SE-APLIC-DEST       PIC X(2).
           03 CN285SE-RED-ADQUIR          PIC X(2).
           03 CN285SE-COD-ADQUI           PIC 9(2).
           03 CN285SE-NUM-DISPOSITIVO     PIC X(4).
           03 CN285SE-DESCRIPCION         PIC X(100).
           03 CN285SE-IND-ENCRIPCION      PIC X(1).
           03 CN285SE-LLAVE-ENCRP         PIC X(9).
           03 CN285SE-FEC-ALTA            PIC 9(8).
           03 CN285SE-FEC-BAJA            PIC 9(8).
           03 CN285SE-ENTIDAD             PIC X(2).

       FD  RB535LS.
       01  REG-RB535LS                    PIC X(132).

      *----------------------------------------------------------------*
      * TARJETAS DE MANTENIMIENTO MASIVO PARA RBD478 (LAYOUT CN287SE)  *
      *----------------------------------------------------------------*
       FD  CN287SE.
       01  REG-CN287SE.
           03 CN287-TIP-ACCION            PIC X(01).
           03 CN287-NUM-CTA               PIC 9(16).
           03 CN287-DISP                  PIC X(03).
           03 CN287-LOCALIZACION          PIC X(01).
           03 CN287-ORIGEN                PIC X(03).
           03 CN287-APLIC-ORIGEN          PIC X(02).
           03 CN287-APLIC-DEST            PIC X(02).
           03 CN287-RED-ADQUIR            PIC X(02).
           03 CN287-COD-ADQUI             PIC 9(02).
           03 CN287-NUM-DISPOSITIVO       PIC X(04).
           03 CN287-DESCRIPCION           PIC X(100).
           03 CN287-IND-ENCRIPCION        PIC X(01).
           03 CN287-LLAVE-ENCRP           PIC X(09).
           03 CN287-FEC-ALTA              PIC 9(08).
           03 CN287-FEC-BAJA              PIC 9(08).
           03 CN287-ENTIDAD               PIC X(02).
           03 CN287-FECHA-EFECTIVA        PIC 9(08).

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
           03  ES-PARM535SS                 PIC   X(02).
           03  ES-INVDSPSS                  PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-RB535LS                   PIC   X(02).
           03  ES-CN287SE                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-CN287SE-ABIERTO           PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-TARJETAS               PIC   X(01).
               88 WK-GENERA-TARJETAS        VALUE 'S'.
           03  WK-SW-CN285-VIGENTE          PIC   9(01).
           03  WK-SW-CN285-BAJA             PIC   9(01).
           03  WK-SW-INV-HALLADO            PIC   9(01).
           03  WK-SW-DIF-TIPO               PIC   9(01).
           03  WK-SW-DIF-LOC                PIC   9(01).
           03  WK-LEIDOS-INVENTARIO         PIC   9(10).
           03  WK-DUPLICADOS-INVENTARIO     PIC   9(10).
           03  WK-LEIDOS-PARAM              PIC   9(10).
           03  WK-PARAM-CON-DISP            PIC   9(10).
           03  WK-INEXISTENTES              PIC   9(10).
           03  WK-RETIRADOS                 PIC   9(10).
           03  WK-NO-INSTALADOS             PIC   9(10).
           03  WK-DIF-TIPO                  PIC   9(10).
           03  WK-DIF-LOCALIZACION          PIC   9(10).
           03  WK-SIN-PARAMETRIZAR          PIC   9(10).
           03  WK-TARJETAS                  PIC   9(10).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).

      * INVENTARIO EN TABLA. LA BUSQUEDA ES POR TIPO + NUMERO Y, EN
      * SEGUNDA VUELTA, SOLO POR NUMERO
       01  WK-CAPACIDAD-INV                 PIC   9(04) VALUE 3000.
       01  WK-CANT-INV                      PIC   9(04).
       01  WK-IX-INV                        PIC   9(04).
       01  WK-IX-HALLADO                    PIC   9(04).
       01  TB-INVENTARIO.
           03  TB-INV OCCURS 3000 TIMES.
               05 TB-INV-NUM                PIC  X(04).
               05 TB-INV-TIPO               PIC  X(03).
               05 TB-INV-LOC                PIC  X(01).
               05 TB-INV-UBICACION          PIC  X(40).
               05 TB-INV-ESTADO             PIC  X(01).
               05 TB-INV-FEC-INSTALACION    PIC  9(08).
               05 TB-INV-FEC-RETIRO         PIC  9(08).
               05 TB-INV-EN-PARAM           PIC  9(01).

       01  WK-FEC-BAJA-TARJETA              PIC   9(08).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD535'.
           03 FILLER                       PIC X(60) VALUE
              'CONCILIACION DE DISPOSITIVOS CN285SE CONTRA INVENTARIO'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(11) VALUE
              'TARJETAS : '.
           03 WK-LTI-TARJETAS               PIC X(01).
           03 FILLER                       PIC X(23).

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02).
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA            DSP NUM  LOC  DISCREPANC'.
           03 FILLER                       PIC X(44) VALUE
              'IA                   TIPO LOC EST  RETIRO   '.
           03 FILLER                       PIC X(44) VALUE
              ' ACCION                                     '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(02).
           03 WK-LDE-DISP                   PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NUM-DISPOSITIVO        PIC X(04).
           03 FILLER                       PIC X(02).
           03 WK-LDE-LOCALIZACION           PIC X(01).
           03 FILLER                       PIC X(03).
           03 WK-LDE-MOTIVO                 PIC X(30).
           03 FILLER                       PIC X(02).
           03 WK-LDE-INV-TIPO               PIC X(03).
           03 FILLER                       PIC X(02).
           03 WK-LDE-INV-LOC                PIC X(01).
           03 FILLER                       PIC X(03).
           03 WK-LDE-INV-ESTADO             PIC X(01).
           03 FILLER                       PIC X(03).
           03 WK-LDE-INV-RETIRO             PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-ACCION                 PIC X(20).
           03 FILLER                       PIC X(23).

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '  TIPO NUM   LOC  INSTALADO UBICACION       '.
           03 FILLER                       PIC X(44) VALUE SPACES.
           03 FILLER                       PIC X(44) VALUE SPACES.

       01  WK-LINEA-SIN-PARAM.
           03 FILLER                       PIC X(02).
           03 WK-LSP-TIPO                   PIC X(03).
           03 FILLER                       PIC X(02).
           03 WK-LSP-NUM                    PIC X(04).
           03 FILLER                       PIC X(03).
           03 WK-LSP-LOC                    PIC X(01).
           03 FILLER                       PIC X(03).
           03 WK-LSP-INSTALACION            PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LSP-UBICACION              PIC X(40).
           03 FILLER                       PIC X(64).

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(02).
           03 WK-LTX-TEXTO                  PIC X(100).
           03 FILLER                       PIC X(30).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR         THRU 100-FIN.
           PERFORM 200-CARGAR-INVENTARIO   THRU 200-FIN.
           PERFORM 300-CONCILIAR-CN285SE   THRU 300-FIN.
           PERFORM 400-SIN-PARAMETRIZAR    THRU 400-FIN.
           PERFORM 990-FINALIZAR           THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-INVENTARIO.
           MOVE 0   TO WK-CANT-INV.
           MOVE 'S' TO WK-SW-TARJETAS.

           PERFORM 110-LEER-FECPRSS    THRU 110-FIN.
           PERFORM 120-LEER-PARM535SS  THRU 120-FIN.

           DISPLAY 'GENERA TARJETAS  : ' WK-SW-TARJETAS.

           OPEN INPUT INVDSPSS.
           IF   ES-INVDSPSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR INVENTARIO INVDSPSS '
                         ES-INVDSPSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT CN285SE.
           IF   ES-CN285SE = '97'
                MOVE '00'  TO ES-CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    INVDSPSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB535LS.
           IF   ES-RB535LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB535LS ' ES-RB535LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    INVDSPSS CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           IF WK-GENERA-TARJETAS
              OPEN OUTPUT CN287SE
              IF ES-CN287SE NOT = '00'
                 DISPLAY 'ERROR AL ABRIR TARJETAS CN287SE ' ES-CN287SE
                 MOVE     999           TO   RETURN-CODE
                 CLOSE    INVDSPSS CN285SE RB535LS
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              MOVE 1 TO SW-CN287SE-ABIERTO
           END-IF.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-SW-TARJETAS      TO WK-LTI-TARJETAS.
           MOVE WK-LINEA-TITULO     TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

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

       120-LEER-PARM535SS.

           OPEN INPUT PARM535SS.
           IF   ES-PARM535SS = '97'
                MOVE '00'  TO ES-PARM535SS.
           IF   ES-PARM535SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM535SS NOT = '00'
                CLOSE PARM535SS
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM535SS.
           IF ES-PARM535SS = '00'
              IF REG-PARM535SS = SPACES OR REG-PARM535SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM535SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM535SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM535SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM535SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'TARJETAS'
                   IF WK-PARM-VALOR NOT = 'S' AND 'N'
                      DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM535SS: '
                               REG-PARM535SS
                      MOVE     999           TO   RETURN-CODE
                      PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:1) TO WK-SW-TARJETAS
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM535SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * INVENTARIO A TABLA. UN TIPO + NUMERO REPETIDO SE AVISA Y SE    *
      * QUEDA EL PRIMERO; CON LA TABLA LLENA NO SE PUEDE CONCILIAR     *
      *----------------------------------------------------------------*
       200-CARGAR-INVENTARIO.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-INVDSPSS THRU 2000-FIN
                   UNTIL SW-FIN = 1.
           DISPLAY 'DISPOSITIVOS EN INVENTARIO : ' WK-CANT-INV.

           IF WK-CANT-INV = 0
              DISPLAY 'INVENTARIO INVDSPSS VACIO, NO SE CONCILIA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       200-FIN.
           EXIT.

       2000-LEER-INVDSPSS.

           READ INVDSPSS.
           IF ES-INVDSPSS = '10' OR '46'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-INVDSPSS NOT = '00'
              DISPLAY 'ERROR AL LEER INVENTARIO INVDSPSS ' ES-INVDSPSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-INVENTARIO.
           IF INVDSP-FEC-INSTALACION NOT NUMERIC OR
              INVDSP-FEC-RETIRO NOT NUMERIC
              DISPLAY 'FECHAS NO NUMERICAS EN INVDSPSS, REGISTRO '
                       WK-LEIDOS-INVENTARIO
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE 0 TO WK-SW-INV-HALLADO.
           MOVE 0 TO WK-IX-INV.
           PERFORM 2010-BUSCAR-DUPLICADO THRU 2010-FIN
                   UNTIL WK-IX-INV >= WK-CANT-INV OR
                         WK-SW-INV-HALLADO = 1.
           IF WK-SW-INV-HALLADO = 1
              ADD 1 TO WK-DUPLICADOS-INVENTARIO
              DISPLAY 'AVISO: DISPOSITIVO REPETIDO EN INVDSPSS '
                       INVDSP-TIPO ' ' INVDSP-NUM-DISPOSITIVO
              GO TO 2000-FIN
           END-IF.

           IF WK-CANT-INV >= WK-CAPACIDAD-INV
              DISPLAY 'INVENTARIO CON MAS DE ' WK-CAPACIDAD-INV
                      ' DISPOSITIVOS, NO SE PUEDE CONCILIAR'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD  1                      TO WK-CANT-INV.
           MOVE INVDSP-NUM-DISPOSITIVO TO TB-INV-NUM(WK-CANT-INV).
           MOVE INVDSP-TIPO            TO TB-INV-TIPO(WK-CANT-INV).
           MOVE INVDSP-LOCALIZACION    TO TB-INV-LOC(WK-CANT-INV).
           MOVE INVDSP-UBICACION       TO TB-INV-UBICACION(WK-CANT-INV).
           MOVE INVDSP-ESTADO          TO TB-INV-ESTADO(WK-CANT-INV).
           MOVE INVDSP-FEC-INSTALACION
                             TO TB-INV-FEC-INSTALACION(WK-CANT-INV).
           MOVE INVDSP-FEC-RETIRO
                             TO TB-INV-FEC-RETIRO(WK-CANT-INV).
           MOVE 0                      TO TB-INV-EN-PARAM(WK-CANT-INV).

       2000-FIN.
           EXIT.

       2010-BUSCAR-DUPLICADO.

           ADD 1 TO WK-IX-INV.
           IF TB-INV-NUM(WK-IX-INV)  = INVDSP-NUM-DISPOSITIVO AND
              TB-INV-TIPO(WK-IX-INV) = INVDSP-TIPO
              MOVE 1 TO WK-SW-INV-HALLADO.

       2010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CADA PARAMETRIZACION VIGENTE CON DISPOSITIVO SE UBICA EN EL    *
      * INVENTARIO. UN DISPOSITIVO RETIRADO O AUN NO INSTALADO SE      *
      * DENUNCIA SOLO; SI ESTA EN SERVICIO SE COMPARAN TIPO Y          *
      * LOCALIZACION Y SE ARMA UNA SOLA TARJETA 'M' PARA AMBOS         *
      *----------------------------------------------------------------*
       300-CONCILIAR-CN285SE.

           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'PARAMETRIZACIONES CON DISCREPANCIA CONTRA INVENTARIO'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3000-LEER-CN285SE THRU 3000-FIN
                   UNTIL SW-FIN = 1.

       300-FIN.
           EXIT.

       3000-LEER-CN285SE.

           READ CN285SE NEXT RECORD.
           IF ES-CN285SE = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-CN285SE NOT = '00'
              DISPLAY 'ERROR AL LEER ARCHIVO CN285SE ' ES-CN285SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-PARAM.
           PERFORM 229-VALIDAR-VIGENCIA-285 THRU 229-FIN.
           IF WK-SW-CN285-VIGENTE = 0 OR CN285SE-DISP = SPACES
              GO TO 3000-FIN
           END-IF.
           ADD 1 TO WK-PARAM-CON-DISP.

           PERFORM 310-UBICAR-DISPOSITIVO THRU 310-FIN.

           IF WK-IX-HALLADO = 0
              ADD 1 TO WK-INEXISTENTES
              PERFORM 3200-PREPARAR-LINEA THRU 3200-FIN
              MOVE 'DISPOSITIVO NO EXISTE'  TO WK-LDE-MOTIVO
              MOVE 'REVISION MANUAL'        TO WK-LDE-ACCION
              PERFORM 3210-GRABAR-DETALLE THRU 3210-FIN
              GO TO 3000-FIN
           END-IF.

           MOVE 1 TO TB-INV-EN-PARAM(WK-IX-HALLADO).

           IF TB-INV-ESTADO(WK-IX-HALLADO) = 'R' OR
              (TB-INV-FEC-RETIRO(WK-IX-HALLADO) > 0 AND
               TB-INV-FEC-RETIRO(WK-IX-HALLADO) NOT > WK-FECHA-SISTEMA)
              ADD 1 TO WK-RETIRADOS
              PERFORM 3200-PREPARAR-LINEA THRU 3200-FIN
              MOVE 'DISPOSITIVO RETIRADO'   TO WK-LDE-MOTIVO
              MOVE 'BAJA (TARJETA D)'       TO WK-LDE-ACCION
              PERFORM 3210-GRABAR-DETALLE THRU 3210-FIN
              PERFORM 330-TARJETA-BAJA THRU 330-FIN
              GO TO 3000-FIN
           END-IF.

           IF TB-INV-FEC-INSTALACION(WK-IX-HALLADO) > WK-FECHA-SISTEMA
              ADD 1 TO WK-NO-INSTALADOS
              PERFORM 3200-PREPARAR-LINEA THRU 3200-FIN
              MOVE 'DISPOSITIVO AUN NO INSTALADO' TO WK-LDE-MOTIVO
              MOVE 'REVISION MANUAL'        TO WK-LDE-ACCION
              PERFORM 3210-GRABAR-DETALLE THRU 3210-FIN
              GO TO 3000-FIN
           END-IF.

           MOVE 0 TO WK-SW-DIF-LOC.
           IF CN285SE-LOCALIZACION NOT = TB-INV-LOC(WK-IX-HALLADO)
              MOVE 1 TO WK-SW-DIF-LOC
           END-IF.

           IF WK-SW-DIF-TIPO = 1
              ADD 1 TO WK-DIF-TIPO
              PERFORM 3200-PREPARAR-LINEA THRU 3200-FIN
              MOVE 'TIPO DISTINTO AL INVENTARIO' TO WK-LDE-MOTIVO
              MOVE 'CORRIGE (TARJETA M)'    TO WK-LDE-ACCION
              PERFORM 3210-GRABAR-DETALLE THRU 3210-FIN
           END-IF.
           IF WK-SW-DIF-LOC = 1
              ADD 1 TO WK-DIF-LOCALIZACION
              PERFORM 3200-PREPARAR-LINEA THRU 3200-FIN
              MOVE 'LOCALIZACION DISTINTA'  TO WK-LDE-MOTIVO
              MOVE 'CORRIGE (TARJETA M)'    TO WK-LDE-ACCION
              PERFORM 3210-GRABAR-DETALLE THRU 3210-FIN
           END-IF.
           IF WK-SW-DIF-TIPO = 1 OR WK-SW-DIF-LOC = 1
              PERFORM 320-TARJETA-CORRECCION THRU 320-FIN
           END-IF.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MISMA REGLA DE VIGENCIA QUE APLICA RBD457 CONTRA LA FECHA DE   *
      * PROCESO                                                        *
      *----------------------------------------------------------------*
       229-VALIDAR-VIGENCIA-285.

           MOVE 0 TO WK-SW-CN285-BAJA.
           IF CN285SE-FEC-BAJA > 0 AND
              CN285SE-FEC-BAJA <= WK-FECHA-SISTEMA
              MOVE 1 TO WK-SW-CN285-BAJA.

           MOVE 0 TO WK-SW-CN285-VIGENTE.
           IF CN285SE-FEC-ALTA <= WK-FECHA-SISTEMA AND
              WK-SW-CN285-BAJA = 0
              MOVE 1 TO WK-SW-CN285-VIGENTE.

       229-FIN.
           EXIT.

       310-UBICAR-DISPOSITIVO.

           MOVE 0 TO WK-IX-HALLADO.
           MOVE 0 TO WK-SW-DIF-TIPO.
           MOVE 0 TO WK-SW-INV-HALLADO.
           MOVE 0 TO WK-IX-INV.
           PERFORM 3100-BUSCAR-TIPO-NUMERO THRU 3100-FIN
                   UNTIL WK-IX-INV >= WK-CANT-INV OR
                         WK-SW-INV-HALLADO = 1.
           IF WK-SW-INV-HALLADO = 1
              MOVE WK-IX-INV TO WK-IX-HALLADO
              GO TO 310-FIN
           END-IF.

           MOVE 0 TO WK-IX-INV.
           PERFORM 3110-BUSCAR-NUMERO THRU 3110-FIN
                   UNTIL WK-IX-INV >= WK-CANT-INV OR
                         WK-SW-INV-HALLADO = 1.
           IF WK-SW-INV-HALLADO = 1
              MOVE WK-IX-INV TO WK-IX-HALLADO
              MOVE 1         TO WK-SW-DIF-TIPO
           END-IF.

       310-FIN.
           EXIT.

       3100-BUSCAR-TIPO-NUMERO.

           ADD 1 TO WK-IX-INV.
           IF TB-INV-NUM(WK-IX-INV)  = CN285SE-NUM-DISPOSITIVO AND
              TB-INV-TIPO(WK-IX-INV) = CN285SE-DISP
              MOVE 1 TO WK-SW-INV-HALLADO.

       3100-FIN.
           EXIT.

       3110-BUSCAR-NUMERO.

           ADD 1 TO WK-IX-INV.
           IF TB-INV-NUM(WK-IX-INV) = CN285SE-NUM-DISPOSITIVO
              MOVE 1 TO WK-SW-INV-HALLADO.

       3110-FIN.
           EXIT.

       3200-PREPARAR-LINEA.

           MOVE SPACES                  TO WK-LINEA-DETALLE.
           MOVE CN285SE-NUM-CTA         TO WK-LDE-NUM-CTA.
           MOVE CN285SE-DISP            TO WK-LDE-DISP.
           MOVE CN285SE-NUM-DISPOSITIVO TO WK-LDE-NUM-DISPOSITIVO.
           MOVE CN285SE-LOCALIZACION    TO WK-LDE-LOCALIZACION.
           IF WK-IX-HALLADO > 0
              MOVE TB-INV-TIPO(WK-IX-HALLADO)   TO WK-LDE-INV-TIPO
              MOVE TB-INV-LOC(WK-IX-HALLADO)    TO WK-LDE-INV-LOC
              MOVE TB-INV-ESTADO(WK-IX-HALLADO) TO WK-LDE-INV-ESTADO
              IF TB-INV-FEC-RETIRO(WK-IX-HALLADO) > 0
                 MOVE TB-INV-FEC-RETIRO(WK-IX-HALLADO)
                                        TO WK-LDE-INV-RETIRO
              END-IF
           END-IF.

       3200-FIN.
           EXIT.

       3210-GRABAR-DETALLE.

           IF NOT WK-GENERA-TARJETAS AND
              WK-LDE-ACCION NOT = 'REVISION MANUAL'
              MOVE 'SIN TARJETA (PARM)' TO WK-LDE-ACCION
           END-IF.
           MOVE WK-LINEA-DETALLE    TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       3210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TARJETA 'M' CON LA IMAGEN COMPLETA DE LA CUENTA Y EL TIPO Y LA *
      * LOCALIZACION DEL INVENTARIO; RBD478 LA DEJA PENDIENTE DE LA    *
      * APROBACION A CUATRO OJOS EN CN289SS                            *
      *----------------------------------------------------------------*
       320-TARJETA-CORRECCION.

           IF NOT WK-GENERA-TARJETAS
              GO TO 320-FIN
           END-IF.

           PERFORM 340-IMAGEN-CUENTA THRU 340-FIN.
           MOVE 'M'                         TO CN287-TIP-ACCION.
           MOVE TB-INV-TIPO(WK-IX-HALLADO)  TO CN287-DISP.
           MOVE TB-INV-LOC(WK-IX-HALLADO)   TO CN287-LOCALIZACION.
           MOVE CN285SE-FEC-BAJA            TO CN287-FEC-BAJA.
           PERFORM 350-GRABAR-TARJETA THRU 350-FIN.

       320-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TARJETA 'D' COMO EN RBD494; LA BAJA TOMA LA FECHA DE RETIRO    *
      * DEL INVENTARIO, O LA DE PROCESO SI NO HAY O ES ANTERIOR AL     *
      * ALTA DE LA PARAMETRIZACION                                     *
      *----------------------------------------------------------------*
       330-TARJETA-BAJA.

           IF NOT WK-GENERA-TARJETAS
              GO TO 330-FIN
           END-IF.

           MOVE WK-FECHA-SISTEMA TO WK-FEC-BAJA-TARJETA.
           IF TB-INV-FEC-RETIRO(WK-IX-HALLADO) > 0 AND
              TB-INV-FEC-RETIRO(WK-IX-HALLADO) NOT < CN285SE-FEC-ALTA
              MOVE TB-INV-FEC-RETIRO(WK-IX-HALLADO)
                                    TO WK-FEC-BAJA-TARJETA
           END-IF.

           PERFORM 340-IMAGEN-CUENTA THRU 340-FIN.
           MOVE 'D'                 TO CN287-TIP-ACCION.
           MOVE WK-FEC-BAJA-TARJETA TO CN287-FEC-BAJA.
           PERFORM 350-GRABAR-TARJETA THRU 350-FIN.

       330-FIN.
           EXIT.

       340-IMAGEN-CUENTA.

           MOVE CN285SE-NUM-CTA          TO CN287-NUM-CTA.
           MOVE CN285SE-DISP             TO CN287-DISP.
           MOVE CN285SE-LOCALIZACION     TO CN287-LOCALIZACION.
           MOVE CN285SE-ORIGEN           TO CN287-ORIGEN.
           MOVE CN285SE-APLIC-ORIGEN     TO CN287-APLIC-ORIGEN.
           MOVE CN285SE-APLIC-DEST       TO CN287-APLIC-DEST.
           MOVE CN285SE-RED-ADQUIR       TO CN287-RED-ADQUIR.
           MOVE CN285SE-COD-ADQUI        TO CN287-COD-ADQUI.
           MOVE CN285SE-NUM-DISPOSITIVO  TO CN287-NUM-DISPOSITIVO.
           MOVE CN285SE-DESCRIPCION      TO CN287-DESCRIPCION.
           MOVE CN285SE-IND-ENCRIPCION   TO CN287-IND-ENCRIPCION.
           MOVE CN285SE-LLAVE-ENCRP      TO CN287-LLAVE-ENCRP.
           MOVE CN285SE-FEC-ALTA         TO CN287-FEC-ALTA.
           MOVE CN285SE-FEC-BAJA         TO CN287-FEC-BAJA.
           MOVE CN285SE-ENTIDAD          TO CN287-ENTIDAD.
           MOVE 0                        TO CN287-FECHA-EFECTIVA.

       340-FIN.
           EXIT.

       350-GRABAR-TARJETA.

           WRITE REG-CN287SE.
           IF ES-CN287SE NOT = '00'
              DISPLAY 'ERROR AL GRABAR TARJETAS CN287SE ' ES-CN287SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-TARJETAS.

       350-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DISPOSITIVOS INSTALADOS Y EN SERVICIO A LA FECHA DE PROCESO    *
      * QUE NINGUNA PARAMETRIZACION VIGENTE USA                        *
      *----------------------------------------------------------------*
       400-SIN-PARAMETRIZAR.

           MOVE SPACES              TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'DISPOSITIVOS INSTALADOS SIN PARAMETRIZAR EN CN285SE'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-INV.
           PERFORM 4000-REVISAR-DISPOSITIVO THRU 4000-FIN
                   UNTIL WK-IX-INV >= WK-CANT-INV.

           PERFORM 4100-LEYENDA THRU 4100-FIN.

       400-FIN.
           EXIT.

       4000-REVISAR-DISPOSITIVO.

           ADD 1 TO WK-IX-INV.
           IF TB-INV-EN-PARAM(WK-IX-INV) = 1 OR
              TB-INV-ESTADO(WK-IX-INV) = 'R' OR
              TB-INV-FEC-INSTALACION(WK-IX-INV) > WK-FECHA-SISTEMA
              GO TO 4000-FIN
           END-IF.
           IF TB-INV-FEC-RETIRO(WK-IX-INV) > 0 AND
              TB-INV-FEC-RETIRO(WK-IX-INV) NOT > WK-FECHA-SISTEMA
              GO TO 4000-FIN
           END-IF.

           ADD 1 TO WK-SIN-PARAMETRIZAR.
           MOVE SPACES                       TO WK-LINEA-SIN-PARAM.
           MOVE TB-INV-TIPO(WK-IX-INV)       TO WK-LSP-TIPO.
           MOVE TB-INV-NUM(WK-IX-INV)        TO WK-LSP-NUM.
           MOVE TB-INV-LOC(WK-IX-INV)        TO WK-LSP-LOC.
           MOVE TB-INV-FEC-INSTALACION(WK-IX-INV)
                                             TO WK-LSP-INSTALACION.
           MOVE TB-INV-UBICACION(WK-IX-INV)  TO WK-LSP-UBICACION.
           MOVE WK-LINEA-SIN-PARAM           TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4000-FIN.
           EXIT.

       4100-LEYENDA.

           MOVE SPACES         TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES         TO WK-LINEA-TEXTO.
           MOVE 'UNIVERSO: PARAMETRIZACIONES VIGENTES DE CN285SE CON'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  CN28-DISP INFORMADO, EL MISMO DE RBD503'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'TIPO/LOC/EST/RETIRO: DATOS DEL INVENTARIO INVDSPSS'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'LAS TARJETAS CN287SE ENTRAN POR RBD478 Y QUEDAN'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  PENDIENTES DE APROBACION EN RDK08394'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB535LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4100-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB535LS.
           IF ES-RB535LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB535LS ' ES-RB535LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD535 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE = 0 AND
              (WK-INEXISTENTES > 0 OR WK-RETIRADOS > 0 OR
               WK-NO-INSTALADOS > 0 OR WK-DIF-TIPO > 0 OR
               WK-DIF-LOCALIZACION > 0 OR WK-SIN-PARAMETRIZAR > 0)
              DISPLAY 'HAY DISCREPANCIAS CONTRA EL INVENTARIO, SE '
                      'DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD535 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'INVENTARIO LEIDO           : '
                       WK-LEIDOS-INVENTARIO
              DISPLAY '  REPETIDOS DESCARTADOS    : '
                       WK-DUPLICADOS-INVENTARIO
              DISPLAY 'PARAMETRIZACIONES LEIDAS   : ' WK-LEIDOS-PARAM
              DISPLAY '  VIGENTES CON DISPOSITIVO : ' WK-PARAM-CON-DISP
              DISPLAY 'DISPOSITIVO INEXISTENTE    : ' WK-INEXISTENTES
              DISPLAY 'DISPOSITIVO RETIRADO       : ' WK-RETIRADOS
              DISPLAY 'DISPOSITIVO NO INSTALADO   : ' WK-NO-INSTALADOS
              DISPLAY 'TIPO DISTINTO              : ' WK-DIF-TIPO
              DISPLAY 'LOCALIZACION DISTINTA      : '
                       WK-DIF-LOCALIZACION
              DISPLAY 'INSTALADOS SIN PARAMETRIZAR: '
                       WK-SIN-PARAMETRIZAR
              DISPLAY 'TARJETAS CN287SE GRABADAS  : ' WK-TARJETAS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE INVDSPSS
              CLOSE CN285SE
              CLOSE RB535LS
           END-IF.
           IF SW-CN287SE-ABIERTO = 1
              CLOSE CN287SE
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

           MOVE 'RBD535  '              TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA        TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO          TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA        TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN             TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE             TO RBLEDG-RETURN-CODE.
           MOVE 10                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'INVENTARIO-LEIDO'      TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-INVENTARIO    TO RBLEDG-CONT-VALOR(1).
           MOVE 'PARAM-LEIDAS'          TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-LEIDOS-PARAM         TO RBLEDG-CONT-VALOR(2).
           MOVE 'PARAM-CON-DISP'        TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-PARAM-CON-DISP       TO RBLEDG-CONT-VALOR(3).
           MOVE 'DISP-INEXISTENTE'      TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-INEXISTENTES         TO RBLEDG-CONT-VALOR(4).
           MOVE 'DISP-RETIRADO'         TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-RETIRADOS            TO RBLEDG-CONT-VALOR(5).
           MOVE 'DISP-NO-INSTALADO'     TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-NO-INSTALADOS        TO RBLEDG-CONT-VALOR(6).
           MOVE 'TIPO-DISTINTO'         TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-DIF-TIPO             TO RBLEDG-CONT-VALOR(7).
           MOVE 'LOCALIZ-DISTINTA'      TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-DIF-LOCALIZACION     TO RBLEDG-CONT-VALOR(8).
           MOVE 'SIN-PARAMETRIZAR'      TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-SIN-PARAMETRIZAR     TO RBLEDG-CONT-VALOR(9).
           MOVE 'TARJETAS-CN287SE'      TO RBLEDG-CONT-NOMBRE(10).
           MOVE WK-TARJETAS             TO RBLEDG-CONT-VALOR(10).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

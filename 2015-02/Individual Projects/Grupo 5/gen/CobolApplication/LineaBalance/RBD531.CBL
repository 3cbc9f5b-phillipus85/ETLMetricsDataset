      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : RETORNO ESTADISTICO TRIMESTRAL A LA CNBS         *
      * OBJETIVO  : LA CNBS PIDE CADA TRIMESTRE UN RETORNO AGREGADO  *
      *           : POR ENTIDAD, RED ADQUIRENTE, TIPO DE TRANSACCION *
      *           : Y MONEDA, CON CANTIDADES Y MONTOS EN MONEDA      *
      *           : ORIGINAL Y EN LEMPIRAS, MAS LAS CUENTAS Y        *
      *           : DISPOSITIVOS PARAMETRIZADOS VIGENTES AL CIERRE   *
      *           : DEL TRIMESTRE. ESTE PASO LO ARMA DESDE EL        *
      *           : HISTORICO RBHISSS Y LA PARAMETRIZACION CN285SE   *
      *           : A LA FECHA DE CORTE, LO GRABA EN CNB531SS CON SU *
      *           : HEADER Y TRAILER PROPIOS Y LO REGISTRA EN EL     *
      *           : MAESTRO DE ENVIOS RB484SS IGUAL QUE EL ENVIO     *
      *           : DIARIO/MENSUAL DE RBD483                         *
      * FECHA     : 30 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192186                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192186                                       *
      * FECHA  : 30 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM531SS:            *
      *          TRIMESTRE=AAAAT (DEFAULT EL TRIMESTRE ANTERIOR AL   *
      *          DE FECPRSS). EL ULTIMO MES DEL TRIMESTRE TIENE QUE  *
      *          ESTAR 'C' O 'X' EN RBPERSS. LA ENTIDAD DE CADA      *
      *          TRANSACCION ES LA DE SU CUENTA EN CN285SE (ESPACIOS *
      *          O CUENTA NO PARAMETRIZADA = '01', ESTA ULTIMA CON   *
      *          RC 4). EL MONTO LOCAL SE CONVIERTE A LA TASA        *
      *          TASACSS DEL DIA DE LA TRANSACCION (LA ULTIMA QUE NO *
      *          LA PASE); HNL VA 1 A 1. UNA TRANSACCION SIN TASA    *
      *          DEJA EL RETORNO SIN GENERAR NI REGISTRAR (RC 8).    *
      *          VIGENTE AL CORTE: FEC-ALTA HASTA EL CORTE Y FEC-BAJA*
      *          EN CERO O POSTERIOR. LOS DISPOSITIVOS SE CUENTAN    *
      *          SIN REPETIR POR ENTIDAD Y RED                       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD531.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 30 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM531SS   ASSIGN TO SYS001-PARM531SS
                               FILE STATUS ES-PARM531SS.

           SELECT  RBPERSS     ASSIGN TO SYS002-RBPERSS
                               FILE STATUS ES-RBPERSS.

           SELECT  RBHISSS     ASSIGN TO SYS003-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  CN285SE     ASSIGN TO SYS004-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  TASACSS     ASSIGN TO SYS005-TASACSS
                               FILE STATUS ES-TASACSS.

           SELECT  ENTTAB      ASSIGN TO SYS006-ENTTAB
                               FILE STATUS ES-ENTTAB.

           SELECT  CNB531SS    ASSIGN TO SYS007-CNB531SS
                               FILE STATUS ES-CNB531SS.

           SELECT  RB484SS     ASSIGN TO SYS008-RB484SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RB484-LLAVE
                               FILE STATUS ES-RB484SS.

           SELECT  RB531LS     ASSIGN TO SYS009-RB531LS
                               FILE STATUS ES-RB531LS.

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
      * TARJETAS DE PARAMETROS CLAVE=VALOR                             *
      *----------------------------------------------------------------*
       FD  PARM531SS.
       01  REG-PARM531SS                  PIC X(80).

      *----------------------------------------------------------------*
      * REGISTRO DE PERIODOS: RBD476 MARCA 'C' EL MES QUE TERMINA Y    *
      * RBD472 LO PASA A 'X' AL CONSOLIDARLO                           *
      *----------------------------------------------------------------*
       FD  RBPERSS.
       01  REG-RBPERSS.
           03 RBPER-PERIODO               PIC 9(06).
           03 RBPER-ESTADO                PIC X(01).
              88 RBPER-ABIERTO            VALUE 'A'.
              88 RBPER-COMPLETO           VALUE 'C'.
              88 RBPER-CONSOLIDADO        VALUE 'X'.
           03 RBPER-FECHA-MARCA           PIC 9(08).

      *----------------------------------------------------------------*
      * MAESTRO HISTORICO DE TRANSACCIONES (RBD493)                    *
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
      * PARAMETRIZACION DE CUENTAS                                     *
      *----------------------------------------------------------------*
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

      *----------------------------------------------------------------*
      * TASAS DE CAMBIO DIARIAS: LEMPIRAS POR UNIDAD DE LA MONEDA      *
      *----------------------------------------------------------------*
       FD  TASACSS.
       01  REG-TASACSS.
           03 TASAC-MONEDA                PIC X(3).
           03 TASAC-FECHA                 PIC 9(8).
           03 TASAC-TASA                  PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      * MAESTRO DE ENTIDADES: CODIGO, NOMBRE, ID ANTE LA CNBS          *
      *----------------------------------------------------------------*
       FD  ENTTAB.
       01  REG-ENTTAB.
           03 ENTTAB-COD                  PIC X(2).
           03 ENTTAB-NOMBRE               PIC X(30).
           03 ENTTAB-ID-CNBS              PIC X(10).
           03 ENTTAB-ASIGNACION           PIC X(15).

      *----------------------------------------------------------------*
      * RETORNO ESTADISTICO TRIMESTRAL: HDR, TRX (ESTADISTICA POR      *
      * ENTIDAD/RED/TIPO/MONEDA), PAR (CUENTAS Y DISPOSITIVOS POR      *
      * ENTIDAD/RED) Y TRL                                             *
      *----------------------------------------------------------------*
       FD  CNB531SS.
       01  REG-CNB531SS                   PIC X(150).

      *----------------------------------------------------------------*
      * MAESTRO DE ENVIOS A LA CNBS, MISMO LAYOUT QUE RBD483 Y RBD484  *
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
      * LISTADO DEL RETORNO TRIMESTRAL                                 *
      *----------------------------------------------------------------*
       FD  RB531LS.
       01  REG-RB531LS                    PIC X(132).

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
           03  ES-PARM531SS                 PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-TASACSS                   PIC   X(02).
           03  ES-ENTTAB                    PIC   X(02).
           03  ES-CNB531SS                  PIC   X(02).
           03  ES-RB484SS                   PIC   X(02).
           03  ES-RB531LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-PERIODO-OK             PIC   9(01).
           03  WK-SW-RETORNO-GENERADO       PIC   9(01).
           03  WK-PERIODO                   PIC   9(06).
           03  WK-MES-INICIO                PIC   9(02).
           03  WK-MES-FIN                   PIC   9(02).
           03  WK-TRIM-ACTUAL               PIC   9(01).
           03  WK-FECHA-DESDE-TASAS         PIC   9(08).
           03  WK-LEIDOS-HIS                PIC   9(10).
           03  WK-TRANSAC-TRIMESTRE         PIC   9(10).
           03  WK-SIN-TASA                  PIC   9(10).
           03  WK-CTAS-SIN-PARAM            PIC   9(10).
           03  WK-LEIDOS-285                PIC   9(10).
           03  WK-CUENTAS-ACTIVAS           PIC   9(10).
           03  WK-DISPOSITIVOS              PIC   9(10).
           03  WK-REGS-RETORNO              PIC   9(10).
           03  WK-CTA-ANT                   PIC   9(16).
           03  WK-ENTIDAD-CTA               PIC   X(02).
           03  WK-MONTO-LOCAL               PIC   9(15)V9(02).
           03  WK-CANT-TASAS                PIC   9(04).
           03  WK-IX-TASA                   PIC   9(04).
           03  WK-BT-MONEDA                 PIC   X(03).
           03  WK-BT-FECHA                  PIC   9(08).
           03  WK-BT-FECHA-TASA             PIC   9(08).
           03  WK-BT-TASA                   PIC   9(05)V9(06).
           03  WK-SW-TASA-HALLADA           PIC   9(01).
           03  WK-CANT-ENTIDADES            PIC   9(02).
           03  WK-IX-ENT                    PIC   9(02).
           03  WK-ID-CNBS                   PIC   X(10).
           03  WK-CANT-EST                  PIC   9(04).
           03  WK-IX-EST                    PIC   9(04).
           03  WK-CANT-PAR                  PIC   9(04).
           03  WK-IX-PAR                    PIC   9(04).
           03  WK-IX-MOV                    PIC   9(04).
           03  WK-IX-DEST                   PIC   9(04).
           03  WK-SW-POSICION               PIC   9(01).
           03  WK-CANT-DISP                 PIC   9(05).
           03  WK-IX-DISP                   PIC   9(05).
           03  WK-SW-DISP-HALLADO           PIC   9(01).
           03  WK-HORA-GEN                  PIC   9(06).
           03  WK-INTENTOS-REG              PIC   9(02).
           03  WK-SW-REG-GRABADO            PIC   9(01).
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

       01  WK-TRIMESTRE                     PIC   9(05).
       01  WK-TRIMESTRE-R REDEFINES WK-TRIMESTRE.
           03 WK-TRI-ANIO                   PIC   9(04).
           03 WK-TRI-NUMERO                 PIC   9(01).

       01  WK-FECHA-DESDE                   PIC   9(08).
       01  WK-FECHA-DESDE-R REDEFINES WK-FECHA-DESDE.
           03 WK-FD-ANIO                    PIC   9(04).
           03 WK-FD-MES                     PIC   9(02).
           03 WK-FD-DIA                     PIC   9(02).

       01  WK-FECHA-CORTE                   PIC   9(08).
       01  WK-FECHA-CORTE-R REDEFINES WK-FECHA-CORTE.
           03 WK-FC-ANIO                    PIC   9(04).
           03 WK-FC-MES                     PIC   9(02).
           03 WK-FC-DIA                     PIC   9(02).

      * LLAVES DE BUSQUEDA EN LAS TABLAS DE ACUMULACION
       01  WK-LLAVE-EST.
           03 WK-LE-ENTIDAD                 PIC   X(02).
           03 WK-LE-RED                     PIC   X(02).
           03 WK-LE-TIPO                    PIC   X(03).
           03 WK-LE-MONEDA                  PIC   X(03).

       01  WK-LLAVE-PAR.
           03 WK-LP-ENTIDAD                 PIC   X(02).
           03 WK-LP-RED                     PIC   X(02).

      *----------------------------------------------------------------*
      * TASAS DE TASACSS DESDE UN MES ANTES DEL TRIMESTRE HASTA LA     *
      * FECHA DE CORTE                                                 *
      *----------------------------------------------------------------*
       01  TB-TASAS.
           03  TB-TASA OCCURS 9000 TIMES.
               05 TB-TASA-MONEDA            PIC  X(03).
               05 TB-TASA-FECHA             PIC  9(08).
               05 TB-TASA-VALOR             PIC  9(05)V9(06).

       01  TB-ENTIDADES.
           03  TB-ENT OCCURS 10 TIMES.
               05 TB-ENT-COD                PIC  X(02).
               05 TB-ENT-ID-CNBS            PIC  X(10).

      *----------------------------------------------------------------*
      * ESTADISTICA DEL TRIMESTRE, EN ORDEN DE ENTIDAD, RED, TIPO DE   *
      * TRANSACCION Y MONEDA                                           *
      *----------------------------------------------------------------*
       01  TB-ESTADISTICA.
           03  TB-EST OCCURS 1000 TIMES.
               05 TB-ES-LLAVE.
                  07 TB-ES-ENTIDAD          PIC  X(02).
                  07 TB-ES-RED              PIC  X(02).
                  07 TB-ES-TIPO             PIC  X(03).
                  07 TB-ES-MONEDA           PIC  X(03).
               05 TB-ES-CANT                PIC  9(10).
               05 TB-ES-MONTO               PIC  9(15)V9(02).
               05 TB-ES-MONTO-LOCAL         PIC  9(15)V9(02).

      *----------------------------------------------------------------*
      * CUENTAS Y DISPOSITIVOS VIGENTES AL CORTE POR ENTIDAD Y RED     *
      *----------------------------------------------------------------*
       01  TB-PARAMETRIZACION.
           03  TB-PAR OCCURS 200 TIMES.
               05 TB-PA-LLAVE.
                  07 TB-PA-ENTIDAD          PIC  X(02).
                  07 TB-PA-RED              PIC  X(02).
               05 TB-PA-CUENTAS             PIC  9(10).
               05 TB-PA-DISPOSITIVOS        PIC  9(10).

       01  TB-DISPOSITIVOS.
           03  TB-DISP OCCURS 9000 TIMES.
               05 TB-DI-ENTIDAD             PIC  X(02).
               05 TB-DI-RED                 PIC  X(02).
               05 TB-DI-NUMERO              PIC  X(04).

       01  WK-TOTALES.
           03  WK-TOT-CANT                  PIC   9(12).
           03  WK-TOT-LOCAL                 PIC   9(15)V9(02).
           03  WK-TOT-CUENTAS               PIC   9(10).
           03  WK-TOT-DISPOSITIVOS          PIC   9(10).

      *----------------------------------------------------------------*
      * REGISTROS DEL RETORNO CNB531SS                                 *
      *----------------------------------------------------------------*
       01  WK-CNB531-HDR.
           03 WK-CH-TIPO-REG                PIC X(03)  VALUE 'HDR'.
           03 WK-CH-FORMATO                 PIC X(08)  VALUE 'ESTTRIM'.
           03 WK-CH-ENTIDAD                 PIC X(10)  VALUE 'CNBS'.
           03 WK-CH-ANIO                    PIC 9(04).
           03 WK-CH-TRIMESTRE               PIC 9(01).
           03 WK-CH-FECHA-DESDE             PIC 9(08).
           03 WK-CH-FECHA-CORTE             PIC 9(08).
           03 WK-CH-FECHA-GENERACION        PIC 9(08).
           03 WK-CH-HORA-GENERACION         PIC 9(06).
           03 WK-CH-VERSION                 PIC 9(02)  VALUE 1.
           03 FILLER                        PIC X(92)  VALUE SPACES.

       01  WK-CNB531-TRX.
           03 WK-CX-TIPO-REG                PIC X(03)  VALUE 'TRX'.
           03 WK-CX-ENTIDAD                 PIC X(02).
           03 WK-CX-ID-CNBS                 PIC X(10).
           03 WK-CX-RED-ADQUIR              PIC X(02).
           03 WK-CX-TIP-TRANSAC             PIC X(03).
           03 WK-CX-MONEDA                  PIC X(03).
           03 WK-CX-CANT                    PIC 9(10).
           03 WK-CX-MONTO-ORIGINAL          PIC 9(15)V9(02).
           03 WK-CX-MONTO-LOCAL             PIC 9(15)V9(02).
           03 FILLER                        PIC X(83)  VALUE SPACES.

       01  WK-CNB531-PAR.
           03 WK-CP-TIPO-REG                PIC X(03)  VALUE 'PAR'.
           03 WK-CP-ENTIDAD                 PIC X(02).
           03 WK-CP-ID-CNBS                 PIC X(10).
           03 WK-CP-RED-ADQUIR              PIC X(02).
           03 WK-CP-CUENTAS                 PIC 9(10).
           03 WK-CP-DISPOSITIVOS            PIC 9(10).
           03 FILLER                        PIC X(113) VALUE SPACES.

       01  WK-CNB531-TRL.
           03 WK-CT-TIPO-REG                PIC X(03)  VALUE 'TRL'.
           03 WK-CT-CANT-TRX                PIC 9(10).
           03 WK-CT-CANT-PAR                PIC 9(10).
           03 WK-CT-TOT-TRANSAC             PIC 9(12).
           03 WK-CT-TOT-LOCAL               PIC 9(15)V9(02).
           03 WK-CT-TOT-CUENTAS             PIC 9(10).
           03 WK-CT-TOT-DISPOSITIVOS        PIC 9(10).
           03 FILLER                        PIC X(78)  VALUE SPACES.

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD531'.
           03 FILLER                       PIC X(44) VALUE
              'RETORNO ESTADISTICO TRIMESTRAL A LA CNBS'.
           03 FILLER                       PIC X(12) VALUE
              'TRIMESTRE : '.
           03 WK-LTI-TRIMESTRE              PIC 9(05).
           03 FILLER                       PIC X(10) VALUE
              '  DESDE : '.
           03 WK-LTI-DESDE                  PIC 9(08).
           03 FILLER                       PIC X(10) VALUE
              '  CORTE : '.
           03 WK-LTI-CORTE                  PIC 9(08).
           03 FILLER                       PIC X(27) VALUE SPACES.

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  EN  ID CNBS     RED TIP  MON   CANTIDAD   '.
           03 FILLER                       PIC X(44) VALUE
              'MONTO ORIGINAL   MONTO LEMPIRAS             '.
           03 FILLER                       PIC X(44) VALUE SPACES.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-ENTIDAD                PIC X(02).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-ID-CNBS                PIC X(10).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-TIPO                   PIC X(03).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-CANT                   PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO                  PIC Z(12)9.99.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO-LOCAL            PIC Z(12)9.99.
           03 FILLER                       PIC X(57) VALUE SPACES.

       01  WK-LINEA-COLUMNAS-PAR.
           03 FILLER                       PIC X(48) VALUE
              '  EN  ID CNBS     RED      CUENTAS     DISPOSIT.'.
           03 FILLER                       PIC X(84) VALUE SPACES.

       01  WK-LINEA-PARAM.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LPA-ENTIDAD                PIC X(02).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LPA-ID-CNBS                PIC X(10).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LPA-RED                    PIC X(02).
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WK-LPA-CUENTAS                PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WK-LPA-DISPOSITIVOS           PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(84) VALUE SPACES.

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LTO-LEYENDA                PIC X(34).
           03 WK-LTO-CANT                   PIC ZZZZZZZZZZZ9.
           03 FILLER                       PIC X(17) VALUE SPACES.
           03 WK-LTO-MONTO-LOCAL            PIC Z(12)9.99.
           03 FILLER                       PIC X(51) VALUE SPACES.

       01  WK-LINEA-AVISO.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LAV-TEXTO                  PIC X(60).
           03 WK-LAV-VALOR                  PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(60) VALUE SPACES.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-SISTEMA-R REDEFINES WK-FECHA-SISTEMA.
           03 WK-FS-ANIO                    PIC   9(04).
           03 WK-FS-MES                     PIC   9(02).
           03 WK-FS-DIA                     PIC   9(02).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR          THRU 100-FIN.
           PERFORM 200-ACUMULAR-TRANSACCIONES THRU 200-FIN.
           PERFORM 300-CONTAR-PARAMETRIZACION THRU 300-FIN.
           PERFORM 400-LISTAR-RETORNO       THRU 400-FIN.
           PERFORM 500-GENERAR-RETORNO      THRU 500-FIN.
           PERFORM 990-FINALIZAR            THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-TASAS.
           INITIALIZE  TB-ENTIDADES.
           INITIALIZE  TB-ESTADISTICA.
           INITIALIZE  TB-PARAMETRIZACION.
           INITIALIZE  TB-DISPOSITIVOS.
           INITIALIZE  WK-TOTALES.
           MOVE 0 TO WK-TRIMESTRE.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM531SS THRU 101-FIN.

           IF WK-TRIMESTRE = 0
              COMPUTE WK-TRIM-ACTUAL = (WK-FS-MES + 2) / 3
              IF WK-TRIM-ACTUAL = 1
                 COMPUTE WK-TRI-ANIO = WK-FS-ANIO - 1
                 MOVE 4 TO WK-TRI-NUMERO
              ELSE
                 MOVE WK-FS-ANIO TO WK-TRI-ANIO
                 COMPUTE WK-TRI-NUMERO = WK-TRIM-ACTUAL - 1
              END-IF
           END-IF.

           PERFORM 116-CALCULAR-FECHAS   THRU 116-FIN.
           PERFORM 115-VERIFICAR-PERIODO THRU 115-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  TRIMESTRE : ' WK-TRIMESTRE
                   '  DESDE : ' WK-FECHA-DESDE
                   '  CORTE : ' WK-FECHA-CORTE.

           PERFORM 106-CARGAR-TASACSS    THRU 106-FIN.
           PERFORM 107-CARGAR-ENTIDADES  THRU 107-FIN.

           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORICO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBHISSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB531LS.
           IF   ES-RB531LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB531LS ' ES-RB531LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBHISSS CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

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

       101-LEER-PARM531SS.

           OPEN INPUT PARM531SS.
           IF   ES-PARM531SS = '97'
                MOVE '00'  TO ES-PARM531SS.
           IF   ES-PARM531SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM531SS NOT = '00'
                CLOSE PARM531SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM531SS.
           IF ES-PARM531SS = '00'
              IF REG-PARM531SS = SPACES OR REG-PARM531SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM531SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM531SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM531SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM531SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'TRIMESTRE'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 5
                      OR WK-PARM-VALOR(5:1) < '1'
                      OR WK-PARM-VALOR(5:1) > '4'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-TRIMESTRE
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM531SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM531SS: '
                    REG-PARM531SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TASAS DE TASACSS DESDE UN MES ANTES DEL INICIO DEL TRIMESTRE   *
      * HASTA EL CORTE, PARA CUBRIR LOS PRIMEROS DIAS SIN TASA PROPIA. *
      * HNL NO SE CARGA: CONVIERTE 1 A 1                               *
      *----------------------------------------------------------------*
       106-CARGAR-TASACSS.

           MOVE 0  TO WK-CANT-TASAS.
           OPEN INPUT TASACSS.
           IF   ES-TASACSS = '97'
                MOVE '00'  TO ES-TASACSS.
           IF   ES-TASACSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR TASAS TASACSS ' ES-TASACSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1060-LEER-TASACSS THRU 1060-FIN
                   UNTIL ES-TASACSS NOT = '00'.
           CLOSE TASACSS.
           DISPLAY 'TASAS DE CAMBIO CARGADAS : ' WK-CANT-TASAS.

       106-FIN.
           EXIT.

       1060-LEER-TASACSS.

           READ TASACSS.
           IF ES-TASACSS = '00'
              IF TASAC-MONEDA NOT = 'HNL' AND
                 TASAC-FECHA NOT > WK-FECHA-CORTE AND
                 TASAC-FECHA NOT < WK-FECHA-DESDE-TASAS
                 IF WK-CANT-TASAS >= 9000
                    DISPLAY 'TABLA DE TASAS LLENA, DEPURAR TASACSS'
                    MOVE     999           TO   RETURN-CODE
                    PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
                 END-IF
                 ADD 1 TO WK-CANT-TASAS
                 MOVE TASAC-MONEDA TO TB-TASA-MONEDA(WK-CANT-TASAS)
                 MOVE TASAC-FECHA  TO TB-TASA-FECHA(WK-CANT-TASAS)
                 MOVE TASAC-TASA   TO TB-TASA-VALOR(WK-CANT-TASAS)
              END-IF
           END-IF.

       1060-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MAESTRO DE ENTIDADES ENTTAB: ID ANTE LA CNBS DE CADA ENTIDAD.  *
      * LA PRIMERA VA EN EL HEADER; SIN ENTTAB QUEDA EL 'CNBS'         *
      * HISTORICO DEL ENVIO DIARIO                                     *
      *----------------------------------------------------------------*
       107-CARGAR-ENTIDADES.

           MOVE 0 TO WK-CANT-ENTIDADES.
           OPEN INPUT ENTTAB.
           IF   ES-ENTTAB = '97'
                MOVE '00'  TO ES-ENTTAB.
           IF   ES-ENTTAB = '00'
                PERFORM 1070-LEER-ENTTAB THRU 1070-FIN
                        UNTIL ES-ENTTAB NOT = '00'
                CLOSE ENTTAB
           END-IF.
           IF WK-CANT-ENTIDADES > 0
              MOVE TB-ENT-ID-CNBS(1) TO WK-CH-ENTIDAD
           END-IF.
           DISPLAY 'ENTIDADES CARGADAS EN TABLA : '
                    WK-CANT-ENTIDADES.

       107-FIN.
           EXIT.

       1070-LEER-ENTTAB.

           READ ENTTAB.
           IF ES-ENTTAB = '00'
              IF WK-CANT-ENTIDADES >= 10
                 DISPLAY 'TABLA DE ENTIDADES LLENA, SE DESCARTA '
                          ENTTAB-COD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-ENTIDADES
              MOVE ENTTAB-COD     TO TB-ENT-COD(WK-CANT-ENTIDADES)
              MOVE ENTTAB-ID-CNBS TO TB-ENT-ID-CNBS(WK-CANT-ENTIDADES)
           END-IF.

       1070-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SOLO SE DECLARA UN TRIMESTRE CUYO ULTIMO MES RBD476 YA MARCO   *
      * 'C' (O QUE RBD472 YA CONSOLIDO 'X') EN RBPERSS                 *
      *----------------------------------------------------------------*
       115-VERIFICAR-PERIODO.

           MOVE 0 TO WK-SW-PERIODO-OK.
           OPEN INPUT RBPERSS.
           IF   ES-RBPERSS = '35' OR '97'
                DISPLAY 'SIN REGISTRO DE PERIODOS RBPERSS, NO SE '
                        'PUEDE DECLARAR EL TRIMESTRE ' WK-TRIMESTRE
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           IF   ES-RBPERSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RBPERSS ' ES-RBPERSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1150-LEER-RBPERSS THRU 1150-FIN
                   UNTIL ES-RBPERSS NOT = '00'.
           CLOSE RBPERSS.

           IF WK-SW-PERIODO-OK = 0
              DISPLAY 'EL MES ' WK-PERIODO ' NO ESTA MARCADO PARA '
                      'CIERRE EN RBPERSS, NO SE DECLARA EL TRIMESTRE '
                      WK-TRIMESTRE
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       115-FIN.
           EXIT.

       1150-LEER-RBPERSS.

           READ RBPERSS.
           IF ES-RBPERSS = '00'
              IF RBPER-PERIODO = WK-PERIODO AND
                 (RBPER-COMPLETO OR RBPER-CONSOLIDADO)
                 MOVE 1 TO WK-SW-PERIODO-OK
              END-IF
           END-IF.

       1150-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMER DIA DEL TRIMESTRE, FECHA DE CORTE (ULTIMO DIA), MES DE  *
      * CIERRE PARA RBPERSS E INICIO DE LA CARGA DE TASAS              *
      *----------------------------------------------------------------*
       116-CALCULAR-FECHAS.

           COMPUTE WK-MES-INICIO = ((WK-TRI-NUMERO - 1) * 3) + 1.
           COMPUTE WK-MES-FIN    = WK-TRI-NUMERO * 3.

           MOVE WK-TRI-ANIO   TO WK-FD-ANIO.
           MOVE WK-MES-INICIO TO WK-FD-MES.
           MOVE 1             TO WK-FD-DIA.

           MOVE WK-TRI-ANIO   TO WK-FC-ANIO.
           MOVE WK-MES-FIN    TO WK-FC-MES.
           IF WK-MES-FIN = 3 OR WK-MES-FIN = 12
              MOVE 31 TO WK-FC-DIA
           ELSE
              MOVE 30 TO WK-FC-DIA
           END-IF.

           COMPUTE WK-PERIODO = (WK-TRI-ANIO * 100) + WK-MES-FIN.

           IF WK-MES-INICIO = 1
              COMPUTE WK-FECHA-DESDE-TASAS =
                      ((WK-TRI-ANIO - 1) * 10000) + 1201
           ELSE
              COMPUTE WK-FECHA-DESDE-TASAS =
                      WK-FECHA-DESDE - 100
           END-IF.

       116-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PASADA COMPLETA DEL HISTORICO: CADA TRANSACCION DEL TRIMESTRE  *
      * SE ACUMULA EN LA TABLA POR ENTIDAD, RED, TIPO Y MONEDA         *
      *----------------------------------------------------------------*
       200-ACUMULAR-TRANSACCIONES.

           MOVE 0 TO SW-FIN.
           MOVE 0 TO WK-CTA-ANT.
           PERFORM 2000-LEER-RBHISSS THRU 2000-FIN.
           PERFORM 2010-ACUMULAR-TRANSAC THRU 2010-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RBHISSS.

       200-FIN.
           EXIT.

       2000-LEER-RBHISSS.

           READ RBHISSS NEXT RECORD.
           IF ES-RBHISSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-RBHISSS NOT = '00'
              DISPLAY 'ERROR AL LEER HISTORICO RBHISSS ' ES-RBHISSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-HIS.

       2000-FIN.
           EXIT.

       2010-ACUMULAR-TRANSAC.

           IF RBHIS-FECHA-TRANSAC < WK-FECHA-DESDE OR
              RBHIS-FECHA-TRANSAC > WK-FECHA-CORTE
              PERFORM 2000-LEER-RBHISSS THRU 2000-FIN
              GO TO 2010-FIN
           END-IF.

           ADD 1 TO WK-TRANSAC-TRIMESTRE.
           IF RBHIS-NUM-CTA NOT = WK-CTA-ANT
              PERFORM 2020-BUSCAR-ENTIDAD THRU 2020-FIN
           END-IF.

           IF RBHIS-MONEDA = 'HNL'
              MOVE RBHIS-MONTO-TRANSAC TO WK-MONTO-LOCAL
           ELSE
              MOVE RBHIS-MONEDA        TO WK-BT-MONEDA
              MOVE RBHIS-FECHA-TRANSAC TO WK-BT-FECHA
              PERFORM 800-BUSCAR-TASA THRU 800-FIN
              IF WK-SW-TASA-HALLADA = 1
                 COMPUTE WK-MONTO-LOCAL ROUNDED =
                         RBHIS-MONTO-TRANSAC * WK-BT-TASA
              ELSE
                 ADD 1 TO WK-SIN-TASA
                 MOVE 0 TO WK-MONTO-LOCAL
                 DISPLAY 'SIN TASA ' RBHIS-MONEDA ' AL '
                         RBHIS-FECHA-TRANSAC ' CTA ' RBHIS-NUM-CTA
                         ' TRANSAC ' RBHIS-NUM-TRANSAC
              END-IF
           END-IF.

           MOVE WK-ENTIDAD-CTA    TO WK-LE-ENTIDAD.
           MOVE RBHIS-RED-ADQUIR  TO WK-LE-RED.
           MOVE RBHIS-TIP-TRANSAC TO WK-LE-TIPO.
           MOVE RBHIS-MONEDA      TO WK-LE-MONEDA.
           PERFORM 2030-UBICAR-ESTADISTICA THRU 2030-FIN.

           ADD 1                   TO TB-ES-CANT(WK-IX-EST).
           ADD RBHIS-MONTO-TRANSAC TO TB-ES-MONTO(WK-IX-EST).
           ADD WK-MONTO-LOCAL      TO TB-ES-MONTO-LOCAL(WK-IX-EST).

           PERFORM 2000-LEER-RBHISSS THRU 2000-FIN.

       2010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENTIDAD DE LA CUENTA SEGUN CN285SE. ESPACIOS ES LA ENTIDAD     *
      * HISTORICA '01'; UNA CUENTA SIN PARAMETRIZACION TAMBIEN SE      *
      * DECLARA EN '01' PERO SE AVISA                                  *
      *----------------------------------------------------------------*
       2020-BUSCAR-ENTIDAD.

           MOVE RBHIS-NUM-CTA TO WK-CTA-ANT.
           MOVE '01'          TO WK-ENTIDAD-CTA.
           MOVE RBHIS-NUM-CTA TO CN285SE-NUM-CTA.
           READ CN285SE KEY IS CN285SE-NUM-CTA.
           IF ES-CN285SE = '23'
              ADD 1 TO WK-CTAS-SIN-PARAM
              DISPLAY 'CUENTA SIN PARAMETRIZACION EN CN285SE '
                       RBHIS-NUM-CTA ', SE DECLARA EN ENTIDAD 01'
              GO TO 2020-FIN
           END-IF.
           IF ES-CN285SE NOT = '00'
              DISPLAY 'ERROR AL LEER CN285SE ' ES-CN285SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF CN285SE-ENTIDAD NOT = SPACES
              MOVE CN285SE-ENTIDAD TO WK-ENTIDAD-CTA
           END-IF.

       2020-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UBICA WK-LLAVE-EST EN TB-ESTADISTICA (ORDENADA POR LLAVE). SI  *
      * NO ESTA LA INSERTA EN SU LUGAR CORRIENDO LAS SIGUIENTES.       *
      * DEVUELVE WK-IX-EST                                             *
      *----------------------------------------------------------------*
       2030-UBICAR-ESTADISTICA.

           MOVE 0 TO WK-IX-EST.
           MOVE 0 TO WK-SW-POSICION.
           PERFORM 2031-COMPARAR-LLAVE THRU 2031-FIN
                   UNTIL WK-IX-EST >= WK-CANT-EST OR
                         WK-SW-POSICION = 1.

           IF WK-SW-POSICION = 1
              IF TB-ES-LLAVE(WK-IX-EST) = WK-LLAVE-EST
                 GO TO 2030-FIN
              END-IF
           ELSE
              COMPUTE WK-IX-EST = WK-CANT-EST + 1
           END-IF.

           IF WK-CANT-EST >= 1000
              DISPLAY 'TABLA DE ESTADISTICA LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE WK-CANT-EST TO WK-IX-MOV.
           PERFORM 2032-CORRER-ESTADISTICA THRU 2032-FIN
                   UNTIL WK-IX-MOV < WK-IX-EST.
           ADD 1 TO WK-CANT-EST.

           MOVE WK-LLAVE-EST TO TB-ES-LLAVE(WK-IX-EST).
           MOVE 0            TO TB-ES-CANT(WK-IX-EST).
           MOVE 0            TO TB-ES-MONTO(WK-IX-EST).
           MOVE 0            TO TB-ES-MONTO-LOCAL(WK-IX-EST).

       2030-FIN.
           EXIT.

       2031-COMPARAR-LLAVE.

           ADD 1 TO WK-IX-EST.
           IF TB-ES-LLAVE(WK-IX-EST) NOT < WK-LLAVE-EST
              MOVE 1 TO WK-SW-POSICION.

       2031-FIN.
           EXIT.

       2032-CORRER-ESTADISTICA.

           COMPUTE WK-IX-DEST = WK-IX-MOV + 1.
           MOVE TB-EST(WK-IX-MOV) TO TB-EST(WK-IX-DEST).
           SUBTRACT 1 FROM WK-IX-MOV.

       2032-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PASADA COMPLETA DE CN285SE: CUENTAS VIGENTES A LA FECHA DE     *
      * CORTE (ALTA HASTA EL CORTE Y BAJA EN CERO O POSTERIOR) Y SUS   *
      * DISPOSITIVOS SIN REPETIR, POR ENTIDAD Y RED                    *
      *----------------------------------------------------------------*
       300-CONTAR-PARAMETRIZACION.

           MOVE 0 TO SW-FIN.
           MOVE 0 TO CN285SE-NUM-CTA.
           START CN285SE KEY IS NOT LESS THAN CN285SE-NUM-CTA.
           IF ES-CN285SE NOT = '00'
              MOVE 1 TO SW-FIN
           END-IF.

           PERFORM 3000-LEER-CN285SE THRU 3000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CN285SE.

       300-FIN.
           EXIT.

       3000-LEER-CN285SE.

           READ CN285SE NEXT RECORD.
           IF ES-CN285SE = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-CN285SE NOT = '00'
              DISPLAY 'ERROR AL LEER CN285SE ' ES-CN285SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-285.

           IF CN285SE-FEC-ALTA > WK-FECHA-CORTE
              GO TO 3000-FIN
           END-IF.
           IF CN285SE-FEC-BAJA NOT = 0 AND
              CN285SE-FEC-BAJA NOT > WK-FECHA-CORTE
              GO TO 3000-FIN
           END-IF.

           IF CN285SE-ENTIDAD = SPACES
              MOVE '01'            TO WK-LP-ENTIDAD
           ELSE
              MOVE CN285SE-ENTIDAD TO WK-LP-ENTIDAD
           END-IF.
           MOVE CN285SE-RED-ADQUIR TO WK-LP-RED.
           PERFORM 3010-UBICAR-PARAMETRIZACION THRU 3010-FIN.

           ADD 1 TO TB-PA-CUENTAS(WK-IX-PAR).
           ADD 1 TO WK-CUENTAS-ACTIVAS.

           IF CN285SE-NUM-DISPOSITIVO NOT = SPACES
              PERFORM 3020-BUSCAR-DISPOSITIVO THRU 3020-FIN
           END-IF.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UBICA WK-LLAVE-PAR EN TB-PARAMETRIZACION (ORDENADA POR LLAVE), *
      * INSERTANDOLA SI NO ESTA. DEVUELVE WK-IX-PAR                    *
      *----------------------------------------------------------------*
       3010-UBICAR-PARAMETRIZACION.

           MOVE 0 TO WK-IX-PAR.
           MOVE 0 TO WK-SW-POSICION.
           PERFORM 3011-COMPARAR-LLAVE THRU 3011-FIN
                   UNTIL WK-IX-PAR >= WK-CANT-PAR OR
                         WK-SW-POSICION = 1.

           IF WK-SW-POSICION = 1
              IF TB-PA-LLAVE(WK-IX-PAR) = WK-LLAVE-PAR
                 GO TO 3010-FIN
              END-IF
           ELSE
              COMPUTE WK-IX-PAR = WK-CANT-PAR + 1
           END-IF.

           IF WK-CANT-PAR >= 200
              DISPLAY 'TABLA DE PARAMETRIZACION LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE WK-CANT-PAR TO WK-IX-MOV.
           PERFORM 3012-CORRER-PARAMETRIZACION THRU 3012-FIN
                   UNTIL WK-IX-MOV < WK-IX-PAR.
           ADD 1 TO WK-CANT-PAR.

           MOVE WK-LLAVE-PAR TO TB-PA-LLAVE(WK-IX-PAR).
           MOVE 0            TO TB-PA-CUENTAS(WK-IX-PAR).
           MOVE 0            TO TB-PA-DISPOSITIVOS(WK-IX-PAR).

       3010-FIN.
           EXIT.

       3011-COMPARAR-LLAVE.

           ADD 1 TO WK-IX-PAR.
           IF TB-PA-LLAVE(WK-IX-PAR) NOT < WK-LLAVE-PAR
              MOVE 1 TO WK-SW-POSICION.

       3011-FIN.
           EXIT.

       3012-CORRER-PARAMETRIZACION.

           COMPUTE WK-IX-DEST = WK-IX-MOV + 1.
           MOVE TB-PAR(WK-IX-MOV) TO TB-PAR(WK-IX-DEST).
           SUBTRACT 1 FROM WK-IX-MOV.

       3012-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN DISPOSITIVO COMPARTIDO POR VARIAS CUENTAS DE LA MISMA       *
      * ENTIDAD Y RED SE CUENTA UNA SOLA VEZ                           *
      *----------------------------------------------------------------*
       3020-BUSCAR-DISPOSITIVO.

           MOVE 0 TO WK-IX-DISP.
           MOVE 0 TO WK-SW-DISP-HALLADO.
           PERFORM 3021-PROBAR-DISPOSITIVO THRU 3021-FIN
                   UNTIL WK-IX-DISP >= WK-CANT-DISP OR
                         WK-SW-DISP-HALLADO = 1.
           IF WK-SW-DISP-HALLADO = 1
              GO TO 3020-FIN
           END-IF.

           IF WK-CANT-DISP >= 9000
              DISPLAY 'TABLA DE DISPOSITIVOS LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CANT-DISP.
           MOVE WK-LP-ENTIDAD  TO TB-DI-ENTIDAD(WK-CANT-DISP).
           MOVE WK-LP-RED      TO TB-DI-RED(WK-CANT-DISP).
           MOVE CN285SE-NUM-DISPOSITIVO
                               TO TB-DI-NUMERO(WK-CANT-DISP).
           ADD 1 TO TB-PA-DISPOSITIVOS(WK-IX-PAR).
           ADD 1 TO WK-DISPOSITIVOS.

       3020-FIN.
           EXIT.

       3021-PROBAR-DISPOSITIVO.

           ADD 1 TO WK-IX-DISP.
           IF TB-DI-ENTIDAD(WK-IX-DISP) = WK-LP-ENTIDAD AND
              TB-DI-RED(WK-IX-DISP)     = WK-LP-RED AND
              TB-DI-NUMERO(WK-IX-DISP)  = CN285SE-NUM-DISPOSITIVO
              MOVE 1 TO WK-SW-DISP-HALLADO.

       3021-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO DEL RETORNO: ESTADISTICA, PARAMETRIZACION Y AVISOS     *
      *----------------------------------------------------------------*
       400-LISTAR-RETORNO.

           MOVE WK-TRIMESTRE    TO WK-LTI-TRIMESTRE.
           MOVE WK-FECHA-DESDE  TO WK-LTI-DESDE.
           MOVE WK-FECHA-CORTE  TO WK-LTI-CORTE.
           MOVE WK-LINEA-TITULO TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-EST.
           PERFORM 4000-LISTAR-ESTADISTICA THRU 4000-FIN
                   UNTIL WK-IX-EST >= WK-CANT-EST.

           MOVE SPACES               TO WK-LINEA-TOTAL.
           MOVE 'TOTAL TRANSACCIONES DEL TRIMESTRE'
                                     TO WK-LTO-LEYENDA.
           MOVE WK-TOT-CANT          TO WK-LTO-CANT.
           MOVE WK-TOT-LOCAL         TO WK-LTO-MONTO-LOCAL.
           MOVE WK-LINEA-TOTAL       TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-PAR TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-PAR.
           PERFORM 4010-LISTAR-PARAMETRIZACION THRU 4010-FIN
                   UNTIL WK-IX-PAR >= WK-CANT-PAR.

           MOVE SPACES               TO WK-LINEA-TOTAL.
           MOVE 'TOTAL CUENTAS VIGENTES AL CORTE'
                                     TO WK-LTO-LEYENDA.
           MOVE WK-TOT-CUENTAS       TO WK-LTO-CANT.
           MOVE WK-LINEA-TOTAL       TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES               TO WK-LINEA-TOTAL.
           MOVE 'TOTAL DISPOSITIVOS VIGENTES'
                                     TO WK-LTO-LEYENDA.
           MOVE WK-TOT-DISPOSITIVOS  TO WK-LTO-CANT.
           MOVE WK-LINEA-TOTAL       TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-SIN-TASA > 0
              MOVE SPACES TO REG-RB531LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              MOVE 'TRANSACCIONES SIN TASA, EL RETORNO NO SE GENERA :'
                                       TO WK-LAV-TEXTO
              MOVE WK-SIN-TASA         TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB531LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.
           IF WK-CTAS-SIN-PARAM > 0
              MOVE 'CUENTAS SIN PARAMETRIZACION, EN LA ENTIDAD 01 :'
                                       TO WK-LAV-TEXTO
              MOVE WK-CTAS-SIN-PARAM   TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB531LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       400-FIN.
           EXIT.

       4000-LISTAR-ESTADISTICA.

           ADD 1 TO WK-IX-EST.
           MOVE TB-ES-ENTIDAD(WK-IX-EST) TO WK-LDE-ENTIDAD.
           MOVE TB-ES-ENTIDAD(WK-IX-EST) TO WK-LE-ENTIDAD.
           PERFORM 4020-BUSCAR-ID-CNBS THRU 4020-FIN.
           MOVE WK-ID-CNBS               TO WK-LDE-ID-CNBS.
           MOVE TB-ES-RED(WK-IX-EST)     TO WK-LDE-RED.
           MOVE TB-ES-TIPO(WK-IX-EST)    TO WK-LDE-TIPO.
           MOVE TB-ES-MONEDA(WK-IX-EST)  TO WK-LDE-MONEDA.
           MOVE TB-ES-CANT(WK-IX-EST)    TO WK-LDE-CANT.
           MOVE TB-ES-MONTO(WK-IX-EST)   TO WK-LDE-MONTO.
           MOVE TB-ES-MONTO-LOCAL(WK-IX-EST)
                                         TO WK-LDE-MONTO-LOCAL.
           MOVE WK-LINEA-DETALLE         TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           ADD TB-ES-CANT(WK-IX-EST)        TO WK-TOT-CANT.
           ADD TB-ES-MONTO-LOCAL(WK-IX-EST) TO WK-TOT-LOCAL.

       4000-FIN.
           EXIT.

       4010-LISTAR-PARAMETRIZACION.

           ADD 1 TO WK-IX-PAR.
           MOVE TB-PA-ENTIDAD(WK-IX-PAR) TO WK-LPA-ENTIDAD.
           MOVE TB-PA-ENTIDAD(WK-IX-PAR) TO WK-LE-ENTIDAD.
           PERFORM 4020-BUSCAR-ID-CNBS THRU 4020-FIN.
           MOVE WK-ID-CNBS               TO WK-LPA-ID-CNBS.
           MOVE TB-PA-RED(WK-IX-PAR)     TO WK-LPA-RED.
           MOVE TB-PA-CUENTAS(WK-IX-PAR) TO WK-LPA-CUENTAS.
           MOVE TB-PA-DISPOSITIVOS(WK-IX-PAR)
                                         TO WK-LPA-DISPOSITIVOS.
           MOVE WK-LINEA-PARAM           TO REG-RB531LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           ADD TB-PA-CUENTAS(WK-IX-PAR)      TO WK-TOT-CUENTAS.
           ADD TB-PA-DISPOSITIVOS(WK-IX-PAR) TO WK-TOT-DISPOSITIVOS.

       4010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ID ANTE LA CNBS DE LA ENTIDAD WK-LE-ENTIDAD (ESPACIOS SI NO    *
      * ESTA EN ENTTAB)                                                *
      *----------------------------------------------------------------*
       4020-BUSCAR-ID-CNBS.

           MOVE SPACES TO WK-ID-CNBS.
           MOVE 0      TO WK-IX-ENT.
           PERFORM 4021-PROBAR-ENTIDAD THRU 4021-FIN
                   UNTIL WK-IX-ENT >= WK-CANT-ENTIDADES.

       4020-FIN.
           EXIT.

       4021-PROBAR-ENTIDAD.

           ADD 1 TO WK-IX-ENT.
           IF TB-ENT-COD(WK-IX-ENT) = WK-LE-ENTIDAD
              MOVE TB-ENT-ID-CNBS(WK-IX-ENT) TO WK-ID-CNBS.

       4021-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB531LS.
           IF ES-RB531LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB531LS ' ES-RB531LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ARMA CNB531SS Y LO REGISTRA EN RB484SS. CON TRANSACCIONES SIN  *
      * TASA LOS MONTOS EN LEMPIRAS ESTAN INCOMPLETOS Y EL RETORNO NO  *
      * SE GENERA                                                      *
      *----------------------------------------------------------------*
       500-GENERAR-RETORNO.

           IF WK-SIN-TASA > 0
              DISPLAY 'HAY ' WK-SIN-TASA ' TRANSACCIONES SIN TASA DE '
                      'CAMBIO, NO SE GENERA EL RETORNO CNB531SS'
              MOVE 8 TO RETURN-CODE
              GO TO 500-FIN
           END-IF.

           OPEN OUTPUT CNB531SS.
           IF   ES-CNB531SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR RETORNO CNB531SS ' ES-CNB531SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           COMPUTE WK-HORA-GEN = WK-HORA-INICIO / 100.
           MOVE WK-TRI-ANIO      TO WK-CH-ANIO.
           MOVE WK-TRI-NUMERO    TO WK-CH-TRIMESTRE.
           MOVE WK-FECHA-DESDE   TO WK-CH-FECHA-DESDE.
           MOVE WK-FECHA-CORTE   TO WK-CH-FECHA-CORTE.
           MOVE WK-FECHA-SISTEMA TO WK-CH-FECHA-GENERACION.
           MOVE WK-HORA-GEN      TO WK-CH-HORA-GENERACION.
           MOVE WK-CNB531-HDR    TO REG-CNB531SS.
           PERFORM 590-GRABAR-RETORNO THRU 590-FIN.

           MOVE 0 TO WK-IX-EST.
           PERFORM 5000-GRABAR-TRX THRU 5000-FIN
                   UNTIL WK-IX-EST >= WK-CANT-EST.
           MOVE 0 TO WK-IX-PAR.
           PERFORM 5010-GRABAR-PAR THRU 5010-FIN
                   UNTIL WK-IX-PAR >= WK-CANT-PAR.

           MOVE WK-CANT-EST         TO WK-CT-CANT-TRX.
           MOVE WK-CANT-PAR         TO WK-CT-CANT-PAR.
           MOVE WK-TOT-CANT         TO WK-CT-TOT-TRANSAC.
           MOVE WK-TOT-LOCAL        TO WK-CT-TOT-LOCAL.
           MOVE WK-TOT-CUENTAS      TO WK-CT-TOT-CUENTAS.
           MOVE WK-TOT-DISPOSITIVOS TO WK-CT-TOT-DISPOSITIVOS.
           MOVE WK-CNB531-TRL       TO REG-CNB531SS.
           PERFORM 590-GRABAR-RETORNO THRU 590-FIN.

           CLOSE CNB531SS.
           MOVE 1 TO WK-SW-RETORNO-GENERADO.

           PERFORM 510-REGISTRAR-ENVIO THRU 510-FIN.

       500-FIN.
           EXIT.

       5000-GRABAR-TRX.

           ADD 1 TO WK-IX-EST.
           MOVE TB-ES-ENTIDAD(WK-IX-EST)     TO WK-LE-ENTIDAD.
           PERFORM 4020-BUSCAR-ID-CNBS THRU 4020-FIN.
           MOVE TB-ES-ENTIDAD(WK-IX-EST)     TO WK-CX-ENTIDAD.
           MOVE WK-ID-CNBS                   TO WK-CX-ID-CNBS.
           MOVE TB-ES-RED(WK-IX-EST)         TO WK-CX-RED-ADQUIR.
           MOVE TB-ES-TIPO(WK-IX-EST)        TO WK-CX-TIP-TRANSAC.
           MOVE TB-ES-MONEDA(WK-IX-EST)      TO WK-CX-MONEDA.
           MOVE TB-ES-CANT(WK-IX-EST)        TO WK-CX-CANT.
           MOVE TB-ES-MONTO(WK-IX-EST)       TO WK-CX-MONTO-ORIGINAL.
           MOVE TB-ES-MONTO-LOCAL(WK-IX-EST) TO WK-CX-MONTO-LOCAL.
           MOVE WK-CNB531-TRX                TO REG-CNB531SS.
           PERFORM 590-GRABAR-RETORNO THRU 590-FIN.

       5000-FIN.
           EXIT.

       5010-GRABAR-PAR.

           ADD 1 TO WK-IX-PAR.
           MOVE TB-PA-ENTIDAD(WK-IX-PAR)     TO WK-LE-ENTIDAD.
           PERFORM 4020-BUSCAR-ID-CNBS THRU 4020-FIN.
           MOVE TB-PA-ENTIDAD(WK-IX-PAR)     TO WK-CP-ENTIDAD.
           MOVE WK-ID-CNBS                   TO WK-CP-ID-CNBS.
           MOVE TB-PA-RED(WK-IX-PAR)         TO WK-CP-RED-ADQUIR.
           MOVE TB-PA-CUENTAS(WK-IX-PAR)     TO WK-CP-CUENTAS.
           MOVE TB-PA-DISPOSITIVOS(WK-IX-PAR)
                                             TO WK-CP-DISPOSITIVOS.
           MOVE WK-CNB531-PAR                TO REG-CNB531SS.
           PERFORM 590-GRABAR-RETORNO THRU 590-FIN.

       5010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRA EL RETORNO EN EL MAESTRO RB484SS CON ESTADO 'E', IGUAL*
      * QUE RBD483 CON EL ENVIO DIARIO. ANTE LLAVE DUPLICADA SE CORRE  *
      * LA HORA                                                        *
      *----------------------------------------------------------------*
       510-REGISTRAR-ENVIO.

           OPEN I-O RB484SS.
           IF   ES-RB484SS = '35'
                OPEN OUTPUT RB484SS
                CLOSE       RB484SS
                OPEN I-O    RB484SS.
           IF   ES-RB484SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR MAESTRO RB484SS ' ES-RB484SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO WK-INTENTOS-REG.
           MOVE 0 TO WK-SW-REG-GRABADO.
           PERFORM 5100-GRABAR-UNA THRU 5100-FIN
                   UNTIL WK-SW-REG-GRABADO = 1 OR
                         WK-INTENTOS-REG > 5.

           IF WK-SW-REG-GRABADO = 0
              DISPLAY 'NO SE PUDO REGISTRAR EL RETORNO EN RB484SS '
                       ES-RB484SS
              MOVE     999           TO   RETURN-CODE
           ELSE
              DISPLAY 'RETORNO REGISTRADO: FECHA ' RB484-FECHA-PROCESO
                      ' HORA ' RB484-HORA-GEN
                      ' REGS ' RB484-CANT-REGS
                      ' MONTO ' RB484-MONTO-TOTAL
           END-IF.

           CLOSE RB484SS.

       510-FIN.
           EXIT.

       5100-GRABAR-UNA.

           ADD 1 TO WK-INTENTOS-REG.
           MOVE WK-FECHA-SISTEMA TO RB484-FECHA-PROCESO.
           MOVE WK-HORA-GEN      TO RB484-HORA-GEN.
           MOVE 'CNB531SS'       TO RB484-ARCHIVO.
           COMPUTE RB484-CANT-REGS = WK-CANT-EST + WK-CANT-PAR.
           MOVE WK-TOT-LOCAL     TO RB484-MONTO-TOTAL.
           MOVE WK-TOT-CANT      TO RB484-HASH-CTL.
           SET  RB484-ENVIADO    TO TRUE.
           MOVE 0                TO RB484-FECHA-ACK.
           MOVE WK-CH-VERSION    TO RB484-VERSION-FORMATO.
           MOVE WK-CH-ENTIDAD    TO RB484-ENTIDAD.

           WRITE REG-RB484SS.
           IF ES-RB484SS = '00'
              MOVE 1 TO WK-SW-REG-GRABADO
           ELSE
              IF ES-RB484SS = '22'
                 ADD 1 TO WK-HORA-GEN
              ELSE
                 MOVE 99 TO WK-INTENTOS-REG
              END-IF
           END-IF.

       5100-FIN.
           EXIT.

       590-GRABAR-RETORNO.

           WRITE REG-CNB531SS.
           IF ES-CNB531SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR RETORNO CNB531SS ' ES-CNB531SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.
           ADD 1 TO WK-REGS-RETORNO.

       590-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TASA DE WK-BT-MONEDA CON LA FECHA MAS RECIENTE QUE NO PASE DE  *
      * WK-BT-FECHA. DEVUELVE WK-BT-TASA Y WK-BT-FECHA-TASA            *
      *----------------------------------------------------------------*
       800-BUSCAR-TASA.

           MOVE 0 TO WK-SW-TASA-HALLADA.
           MOVE 0 TO WK-BT-FECHA-TASA.
           MOVE 0 TO WK-BT-TASA.
           MOVE 0 TO WK-IX-TASA.
           PERFORM 8000-PROBAR-TASA THRU 8000-FIN
                   UNTIL WK-IX-TASA >= WK-CANT-TASAS.

       800-FIN.
           EXIT.

       8000-PROBAR-TASA.

           ADD 1 TO WK-IX-TASA.
           IF TB-TASA-MONEDA(WK-IX-TASA) = WK-BT-MONEDA AND
              TB-TASA-FECHA(WK-IX-TASA) NOT > WK-BT-FECHA AND
              TB-TASA-FECHA(WK-IX-TASA) > WK-BT-FECHA-TASA
              MOVE TB-TASA-FECHA(WK-IX-TASA) TO WK-BT-FECHA-TASA
              MOVE TB-TASA-VALOR(WK-IX-TASA) TO WK-BT-TASA
              MOVE 1 TO WK-SW-TASA-HALLADA.

       8000-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD531 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-CTAS-SIN-PARAM > 0 AND RETURN-CODE = 0
              DISPLAY 'CUENTAS SIN PARAMETRIZACION DECLARADAS EN LA '
                      'ENTIDAD 01. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD531 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'TRIMESTRE DECLARADO        : ' WK-TRIMESTRE
              DISPLAY 'HISTORICO RBHISSS LEIDOS   : ' WK-LEIDOS-HIS
              DISPLAY 'TRANSACCIONES DEL TRIMESTRE: '
                       WK-TRANSAC-TRIMESTRE
              DISPLAY 'TRANSACCIONES SIN TASA     : ' WK-SIN-TASA
              DISPLAY 'CUENTAS SIN PARAMETRIZACION: '
                       WK-CTAS-SIN-PARAM
              DISPLAY 'CN285SE LEIDOS             : ' WK-LEIDOS-285
              DISPLAY 'CUENTAS VIGENTES AL CORTE  : '
                       WK-CUENTAS-ACTIVAS
              DISPLAY 'DISPOSITIVOS VIGENTES      : ' WK-DISPOSITIVOS
              DISPLAY 'REGISTROS CNB531SS         : ' WK-REGS-RETORNO
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RBHISSS
              CLOSE CN285SE
              CLOSE RB531LS
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

           MOVE 'RBD531  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'TRANSAC-TRIMESTRE'  TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-TRANSAC-TRIMESTRE TO RBLEDG-CONT-VALOR(1).
           MOVE 'SIN-TASA'           TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-SIN-TASA          TO RBLEDG-CONT-VALOR(2).
           MOVE 'CTAS-SIN-PARAM'     TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-CTAS-SIN-PARAM    TO RBLEDG-CONT-VALOR(3).
           MOVE 'CUENTAS-VIGENTES'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CUENTAS-ACTIVAS   TO RBLEDG-CONT-VALOR(4).
           MOVE 'DISPOSITIVOS'       TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-DISPOSITIVOS      TO RBLEDG-CONT-VALOR(5).
           MOVE 'REGISTROS-CNB531SS' TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-REGS-RETORNO      TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONSOLIDADO MENSUAL DEL GRUPO POR ENTIDAD CON    *
      *           : ELIMINACION DE OPERACIONES ENTRE ENTIDADES       *
      * OBJETIVO  : LA SUITE LLEVA LA ENTIDAD EN CN255SE, CN285SE Y  *
      *           : RB457SS, PERO CADA REPORTE SALE POR ENTIDAD Y    *
      *           : FINANZAS DEL GRUPO ARMABA EL CONSOLIDADO A MANO. *
      *           : ESTE PASO MENSUAL TOTALIZA EN LEMPIRAS LA        *
      *           : ACTIVIDAD (RBHISSS), LAS TARIFAS DE INTERCAMBIO  *
      *           : (RB502SS) Y EL SUSPENSO (RBGLISS) DE TODAS LAS   *
      *           : ENTIDADES DE ENTTAB, IDENTIFICA LAS TRANSACCIONES*
      *           : ENTRE ENTIDADES (CUENTA DE UNA ENTIDAD ADQUIRIDA *
      *           : POR UNA RED CONTRATADA POR OTRA, SEGUN REDCON) Y *
      *           : LAS ELIMINA DEL CONSOLIDADO, MOSTRANDO LADO A    *
      *           : LADO LA CIFRA DE CADA ENTIDAD, LO ELIMINADO Y LO *
      *           : QUE QUEDA EN EL CONSOLIDADO (RB542LS)            *
      * FECHA     : 28 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192196                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 28 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM542SS:            *
      *          PERIODO=AAAAMM (DEFAULT EL MES ANTERIOR AL DE       *
      *          FECPRSS); EL MES TIENE QUE ESTAR 'C' O 'X' EN       *
      *          RBPERSS. ENTIDAD DE LA CUENTA SEGUN CN285SE Y DE LA *
      *          RED SEGUN REDCON-ENTIDAD (ESPACIOS, CUENTA SIN      *
      *          PARAMETRIZAR O RED SIN CONTRATO = '01', LAS DOS     *
      *          ULTIMAS CON RC 4). UNA TRANSACCION ENTRE ENTIDADES  *
      *          LA REPORTAN LA ENTIDAD DE LA CUENTA Y LA DE LA RED; *
      *          SE ELIMINA LA CIFRA DE LA RED PARA NO CONTARLA DOS  *
      *          VECES, IGUAL SU TARIFA. EL SUSPENSO DEL MAYOR       *
      *          (ORIGEN 451 Y REVALUACION RVG/RVP/XVG/XVP) NO TRAE  *
      *          RED NI CUENTA Y VA A LA ENTIDAD '01'. LOS MONTOS SE *
      *          CONVIERTEN A LA TASA TASACSS DEL DIA (LA ULTIMA QUE *
      *          NO LA PASE, HNL 1 A 1); SIN TASA EL MONTO QUEDA EN  *
      *          CERO, SE AVISA EN EL LISTADO Y SE DEVUELVE RC 8     *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD542.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 28 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM542SS   ASSIGN TO SYS001-PARM542SS
                               FILE STATUS ES-PARM542SS.

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

           SELECT  RB502SS     ASSIGN TO SYS005-RB502SS
                               FILE STATUS ES-RB502SS.

           SELECT  RBGLISS     ASSIGN TO SYS006-RBGLISS
                               FILE STATUS ES-RBGLISS.

           SELECT  TASACSS     ASSIGN TO SYS007-TASACSS
                               FILE STATUS ES-TASACSS.

           SELECT  ENTTAB      ASSIGN TO SYS008-ENTTAB
                               FILE STATUS ES-ENTTAB.

           SELECT  REDCON      ASSIGN TO SYS009-REDCON
                               FILE STATUS ES-REDCON.

           SELECT  RB542LS     ASSIGN TO SYS010-RB542LS
                               FILE STATUS ES-RB542LS.

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
       FD  PARM542SS.
       01  REG-PARM542SS                  PIC X(80).

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
      * DETALLE DE TARIFAS DE INTERCAMBIO (RBD502)                     *
      *----------------------------------------------------------------*
       FD  RB502SS.
       01  REG-RB502SS.
           03 RB502SS-RED-ADQUIR          PIC X(02).
           03 RB502SS-NUM-CTA             PIC 9(16).
           03 RB502SS-NUM-TRANSAC         PIC 9(16).
           03 RB502SS-TIP-TRANSAC         PIC X(03).
           03 RB502SS-FECHA-TRANSAC       PIC 9(08).
           03 RB502SS-MONEDA              PIC X(03).
           03 RB502SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB502SS-TARIFA              PIC 9(11)V9(02).
           03 RB502SS-SENTIDO             PIC X(01).
              88 RB502SS-POR-COBRAR       VALUE 'C'.
              88 RB502SS-POR-PAGAR        VALUE 'P'.

      *----------------------------------------------------------------*
      * INTERFASE AL MAYOR GENERAL (RBD500, RBD516, RBD527)            *
      *----------------------------------------------------------------*
       FD  RBGLISS.
       01  REG-RBGLISS.
           03 RBGLI-FECHA-PROCESO         PIC 9(08).
           03 RBGLI-REFERENCIA.
              05 RBGLI-REF-PROGRAMA       PIC X(08).
              05 RBGLI-REF-FECHA          PIC 9(08).
              05 RBGLI-REF-HORA           PIC 9(08).
           03 RBGLI-ORIGEN                PIC X(03).
           03 RBGLI-RED-ADQUIR            PIC X(02).
           03 RBGLI-MONEDA                PIC X(03).
           03 RBGLI-CUENTA-CONTABLE       PIC 9(10).
           03 RBGLI-CANT-TRANSAC          PIC 9(10).
           03 RBGLI-MONTO                 PIC 9(15)V9(02).

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
      * CONTRATOS POR RED (EXTRACCION VIGENTE DE RBD506, TABLA=REDCON),*
      * MISMO LAYOUT QUE RBD526                                        *
      *----------------------------------------------------------------*
       FD  REDCON.
       01  REG-REDCON.
           03 REDCON-COD                  PIC X(02).
           03 REDCON-CONTRATO             PIC X(20).
           03 REDCON-CONTRAPARTE          PIC X(30).
           03 REDCON-FECHA-INICIO         PIC 9(08).
           03 REDCON-FECHA-FIN            PIC 9(08).
           03 REDCON-DIAS-PREAVISO        PIC 9(03).
           03 REDCON-ESTADO               PIC X(01).
           03 REDCON-RED-SUCESORA         PIC X(02).
           03 REDCON-ENTIDAD              PIC X(02).
           03 FILLER                      PIC X(44).

      *----------------------------------------------------------------*
      * LISTADO DEL CONSOLIDADO DEL GRUPO                              *
      *----------------------------------------------------------------*
       FD  RB542LS.
       01  REG-RB542LS                    PIC X(132).

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
           03  ES-PARM542SS                 PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-RB502SS                   PIC   X(02).
           03  ES-RBGLISS                   PIC   X(02).
           03  ES-TASACSS                   PIC   X(02).
           03  ES-ENTTAB                    PIC   X(02).
           03  ES-REDCON                    PIC   X(02).
           03  ES-RB542LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-PERIODO-OK             PIC   9(01).
           03  WK-FECHA-DESDE-TASAS         PIC   9(08).
           03  WK-LEIDOS-HIS                PIC   9(10).
           03  WK-TRANSAC-MES               PIC   9(10).
           03  WK-TRANSAC-CRUZADAS          PIC   9(10).
           03  WK-LEIDOS-502                PIC   9(10).
           03  WK-TARIFAS-MES               PIC   9(10).
           03  WK-TARIFAS-CRUZADAS          PIC   9(10).
           03  WK-LEIDOS-GLI                PIC   9(10).
           03  WK-ASIENTOS-SUSPENSO         PIC   9(10).
           03  WK-SIN-TASA                  PIC   9(10).
           03  WK-CTAS-SIN-PARAM            PIC   9(10).
           03  WK-REDES-SIN-CONTRATO        PIC   9(10).
           03  WK-ENT-NO-REGISTRADAS        PIC   9(10).
           03  WK-CTA-ANT                   PIC   9(16).
           03  WK-ENTIDAD-CTA               PIC   X(02).
           03  WK-ENTIDAD-RED               PIC   X(02).
           03  WK-BE-RED                    PIC   X(02).
           03  WK-BE-CTA                    PIC   9(16).
           03  WK-BE-ENTIDAD                PIC   X(02).
           03  WK-IX-ENT-CTA                PIC   9(02).
           03  WK-IX-ENT-RED                PIC   9(02).
           03  WK-MONTO-LOCAL               PIC   9(15)V9(02).
           03  WK-MONTO-SIGNO               PIC  S9(15)V9(02).
           03  WK-CANT-TASAS                PIC   9(04).
           03  WK-IX-TASA                   PIC   9(04).
           03  WK-BT-MONEDA                 PIC   X(03).
           03  WK-BT-FECHA                  PIC   9(08).
           03  WK-BT-FECHA-TASA             PIC   9(08).
           03  WK-BT-TASA                   PIC   9(05)V9(06).
           03  WK-BT-MONTO                  PIC   9(15)V9(02).
           03  WK-SW-TASA-HALLADA           PIC   9(01).
           03  WK-CANT-ENTIDADES            PIC   9(02).
           03  WK-IX-ENT                    PIC   9(02).
           03  WK-SW-ENT-HALLADA            PIC   9(01).
           03  WK-CANT-REDES                PIC   9(03).
           03  WK-IX-RED                    PIC   9(03).
           03  WK-SW-RED-HALLADA            PIC   9(01).
           03  WK-CANT-CRUCES               PIC   9(03).
           03  WK-IX-CRU                    PIC   9(03).
           03  WK-IX-MOV                    PIC   9(03).
           03  WK-IX-DEST                   PIC   9(03).
           03  WK-SW-POSICION               PIC   9(01).
           03  WK-SECCION                   PIC   9(01).
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
       01  WK-PERIODO                       PIC   9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03 WK-PE-ANIO                    PIC   9(04).
           03 WK-PE-MES                     PIC   9(02).
       01  WK-FECHA-DESDE                   PIC   9(08).
       01  WK-FECHA-HASTA                   PIC   9(08).
      * LLAVE DE BUSQUEDA EN LA TABLA DE CRUCES
       01  WK-LLAVE-CRU.
           03 WK-LC-ENTIDAD-CTA             PIC   X(02).
           03 WK-LC-ENTIDAD-RED             PIC   X(02).
      *----------------------------------------------------------------*
      * TASAS DE TASACSS DESDE UN MES ANTES DEL PERIODO HASTA SU FIN   *
      *----------------------------------------------------------------*
       01  TB-TASAS.
           03  TB-TASA OCCURS 9000 TIMES.
               05 TB-TASA-MONEDA            PIC  X(03).
               05 TB-TASA-FECHA             PIC  9(08).
               05 TB-TASA-VALOR             PIC  9(05)V9(06).
      *----------------------------------------------------------------*
      * ENTIDAD QUE CONTRATA CADA RED SEGUN REDCON                     *
      *----------------------------------------------------------------*
       01  TB-REDES.
           03  TB-RED OCCURS 100 TIMES.
               05 TB-RC-RED                 PIC  X(02).
               05 TB-RC-ENTIDAD             PIC  X(02).
      *----------------------------------------------------------------*
      * CIFRAS DEL MES POR ENTIDAD, EN LEMPIRAS. LAS DE ENTTAB PRIMERO *
      * Y AL FINAL LAS QUE APARECEN EN LOS DATOS SIN ESTAR EN ENTTAB.  *
      * ACT/TAR: LO QUE REPORTA LA ENTIDAD (CUENTAS PROPIAS MAS LO     *
      * QUE SUS REDES ADQUIRIERON PARA CUENTAS DE OTRAS); ELIM: LA     *
      * PARTE ADQUIRIDA PARA OTRAS, QUE YA CUENTA LA ENTIDAD DUENA DE  *
      * LA CUENTA                                                      *
      *----------------------------------------------------------------*
       01  TB-ENTIDADES.
           03  TB-ENT OCCURS 20 TIMES.
               05 TB-EN-COD                 PIC  X(02).
               05 TB-EN-NOMBRE              PIC  X(30).
               05 TB-EN-ACT-CANT            PIC  9(10).
               05 TB-EN-ACT-MONTO           PIC  9(15)V9(02).
               05 TB-EN-ACT-ELIM-CANT       PIC  9(10).
               05 TB-EN-ACT-ELIM-MONTO      PIC  9(15)V9(02).
               05 TB-EN-TAR-CANT            PIC  9(10).
               05 TB-EN-TAR-MONTO           PIC S9(15)V9(02).
               05 TB-EN-TAR-ELIM-CANT       PIC  9(10).
               05 TB-EN-TAR-ELIM-MONTO      PIC S9(15)V9(02).
               05 TB-EN-SUS-CANT            PIC  9(10).
               05 TB-EN-SUS-MONTO           PIC S9(15)V9(02).
      *----------------------------------------------------------------*
      * TRANSACCIONES ENTRE ENTIDADES, ORDENADAS POR ENTIDAD DE LA     *
      * CUENTA Y ENTIDAD DE LA RED                                     *
      *----------------------------------------------------------------*
       01  TB-CRUCES.
           03  TB-CRU OCCURS 400 TIMES.
               05 TB-CR-LLAVE.
                  07 TB-CR-ENTIDAD-CTA      PIC  X(02).
                  07 TB-CR-ENTIDAD-RED      PIC  X(02).
               05 TB-CR-ACT-CANT            PIC  9(10).
               05 TB-CR-ACT-MONTO           PIC  9(15)V9(02).
               05 TB-CR-TAR-CANT            PIC  9(10).
               05 TB-CR-TAR-MONTO           PIC S9(15)V9(02).
      * CIFRAS DE LA LINEA Y TOTALES DE LA SECCION QUE SE LISTA
       01  WK-CIFRAS.
           03  WK-CI-CANT                   PIC   9(10).
           03  WK-CI-MONTO                  PIC  S9(15)V9(02).
           03  WK-CI-ELIM-CANT              PIC   9(10).
           03  WK-CI-ELIM-MONTO             PIC  S9(15)V9(02).
       01  WK-TOTALES.
           03  WK-TOT-CANT                  PIC   9(12).
           03  WK-TOT-MONTO                 PIC  S9(15)V9(02).
           03  WK-TOT-ELIM-CANT             PIC   9(12).
           03  WK-TOT-ELIM-MONTO            PIC  S9(15)V9(02).
       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD542'.
           03 FILLER                       PIC X(44) VALUE
              'CONSOLIDADO DEL GRUPO POR ENTIDAD'.
           03 FILLER                       PIC X(10) VALUE
              'PERIODO : '.
           03 WK-LTI-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(10) VALUE
              '  DESDE : '.
           03 WK-LTI-DESDE                  PIC 9(08).
           03 FILLER                       PIC X(10) VALUE
              '  HASTA : '.
           03 WK-LTI-HASTA                  PIC 9(08).
           03 FILLER                       PIC X(28) VALUE
              '  MONTOS EN LEMPIRAS'.
       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LSE-TEXTO                  PIC X(100).
           03 FILLER                       PIC X(30) VALUE SPACES.
       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  EN  NOMBRE                 CANTIDAD     MO'.
           03 FILLER                       PIC X(44) VALUE
              'NTO ENTIDAD   CANT ELIM   MONTO ELIMINADO CA'.
           03 FILLER                       PIC X(44) VALUE
              'NT CONSOL MONTO CONSOLIDADO                 '.
       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-ENTIDAD                PIC X(02).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-NOMBRE                 PIC X(20).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-CANT                   PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO                  PIC -Z(12)9.99.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-ELIM-CANT              PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-ELIM-MONTO             PIC -Z(12)9.99.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-CONS-CANT              PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-CONS-MONTO             PIC -Z(12)9.99.
           03 FILLER                       PIC X(17) VALUE SPACES.
       01  WK-LINEA-COLUMNAS-CRU.
           03 FILLER                       PIC X(44) VALUE
              ' ENT.CTA ENT.RED  CANT TRX     MONTO TRANSAC'.
           03 FILLER                       PIC X(44) VALUE
              '  CANT TARIF     MONTO TARIFAS              '.
           03 FILLER                       PIC X(44) VALUE SPACES.
       01  WK-LINEA-CRUCE.
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WK-LCR-ENTIDAD-CTA            PIC X(02).
           03 FILLER                       PIC X(06) VALUE SPACES.
           03 WK-LCR-ENTIDAD-RED            PIC X(02).
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WK-LCR-ACT-CANT               PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LCR-ACT-MONTO              PIC -Z(12)9.99.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LCR-TAR-CANT               PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LCR-TAR-MONTO              PIC -Z(12)9.99.
           03 FILLER                       PIC X(58) VALUE SPACES.
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
           PERFORM 200-ACUMULAR-ACTIVIDAD   THRU 200-FIN.
           PERFORM 300-ACUMULAR-TARIFAS     THRU 300-FIN.
           PERFORM 400-ACUMULAR-SUSPENSO    THRU 400-FIN.
           PERFORM 500-LISTAR-CONSOLIDADO   THRU 500-FIN.
           PERFORM 990-FINALIZAR            THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           MOVE 0 TO WK-PERIODO.
           INITIALIZE  TB-TASAS.
           INITIALIZE  TB-REDES.
           INITIALIZE  TB-ENTIDADES.
           INITIALIZE  TB-CRUCES.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM542SS THRU 101-FIN.

           IF WK-PERIODO = 0
              IF WK-FS-MES = 1
                 COMPUTE WK-PE-ANIO = WK-FS-ANIO - 1
                 MOVE 12 TO WK-PE-MES
              ELSE
                 MOVE WK-FS-ANIO TO WK-PE-ANIO
                 COMPUTE WK-PE-MES = WK-FS-MES - 1
              END-IF
           END-IF.

           PERFORM 116-CALCULAR-FECHAS   THRU 116-FIN.
           PERFORM 115-VERIFICAR-PERIODO THRU 115-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  PERIODO : ' WK-PERIODO
                   '  DESDE : ' WK-FECHA-DESDE
                   '  HASTA : ' WK-FECHA-HASTA.

           PERFORM 106-CARGAR-TASACSS    THRU 106-FIN.
           PERFORM 107-CARGAR-ENTIDADES  THRU 107-FIN.
           PERFORM 108-CARGAR-REDCON     THRU 108-FIN.

           OPEN INPUT CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB542LS.
           IF   ES-RB542LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB542LS ' ES-RB542LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN285SE
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

       101-LEER-PARM542SS.

           OPEN INPUT PARM542SS.
           IF   ES-PARM542SS = '97'
                MOVE '00'  TO ES-PARM542SS.
           IF   ES-PARM542SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM542SS NOT = '00'
                CLOSE PARM542SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM542SS.
           IF ES-PARM542SS = '00'
              IF REG-PARM542SS = SPACES OR REG-PARM542SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM542SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM542SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM542SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM542SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'PERIODO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 6
                      OR WK-PARM-VALOR(5:2) < '01'
                      OR WK-PARM-VALOR(5:2) > '12'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PERIODO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM542SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM542SS: '
                    REG-PARM542SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TASAS DE TASACSS DESDE UN MES ANTES DEL PERIODO HASTA SU FIN,  *
      * PARA CUBRIR LOS PRIMEROS DIAS SIN TASA PROPIA. HNL NO SE       *
      * CARGA: CONVIERTE 1 A 1                                         *
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
                 TASAC-FECHA NOT > WK-FECHA-HASTA AND
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
      * MAESTRO DE ENTIDADES ENTTAB: CADA ENTIDAD DEL GRUPO SALE EN EL *
      * CONSOLIDADO AUNQUE NO TENGA MOVIMIENTO EN EL MES               *
      *----------------------------------------------------------------*
       107-CARGAR-ENTIDADES.

           MOVE 0 TO WK-CANT-ENTIDADES.
           OPEN INPUT ENTTAB.
           IF   ES-ENTTAB = '97'
                MOVE '00'  TO ES-ENTTAB.
           IF   ES-ENTTAB NOT = '00'
                DISPLAY 'ERROR AL ABRIR ENTIDADES ENTTAB ' ES-ENTTAB
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1070-LEER-ENTTAB THRU 1070-FIN
                   UNTIL ES-ENTTAB NOT = '00'.
           CLOSE ENTTAB.
           DISPLAY 'ENTIDADES CARGADAS EN TABLA : '
                    WK-CANT-ENTIDADES.

       107-FIN.
           EXIT.

       1070-LEER-ENTTAB.

           READ ENTTAB.
           IF ES-ENTTAB = '00'
              IF WK-CANT-ENTIDADES >= 20
                 DISPLAY 'TABLA DE ENTIDADES LLENA EN ' ENTTAB-COD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-ENTIDADES
              MOVE ENTTAB-COD     TO TB-EN-COD(WK-CANT-ENTIDADES)
              MOVE ENTTAB-NOMBRE  TO TB-EN-NOMBRE(WK-CANT-ENTIDADES)
           END-IF.

       1070-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENTIDAD QUE CONTRATA CADA RED (REDCON-ENTIDAD, ESPACIOS = '01')*
      *----------------------------------------------------------------*
       108-CARGAR-REDCON.

           MOVE 0 TO WK-CANT-REDES.
           OPEN INPUT REDCON.
           IF   ES-REDCON = '97'
                MOVE '00'  TO ES-REDCON.
           IF   ES-REDCON NOT = '00'
                DISPLAY 'ERROR AL ABRIR CONTRATOS REDCON ' ES-REDCON
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1080-LEER-REDCON THRU 1080-FIN
                   UNTIL ES-REDCON NOT = '00'.
           CLOSE REDCON.
           DISPLAY 'CONTRATOS DE RED CARGADOS : ' WK-CANT-REDES.

       108-FIN.
           EXIT.

       1080-LEER-REDCON.

           READ REDCON.
           IF ES-REDCON = '00'
              IF WK-CANT-REDES >= 100
                 DISPLAY 'TABLA DE CONTRATOS LLENA EN ' REDCON-COD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-REDES
              MOVE REDCON-COD      TO TB-RC-RED(WK-CANT-REDES)
              IF REDCON-ENTIDAD = SPACES OR REDCON-ENTIDAD = '00'
                 MOVE '01'           TO TB-RC-ENTIDAD(WK-CANT-REDES)
              ELSE
                 MOVE REDCON-ENTIDAD TO TB-RC-ENTIDAD(WK-CANT-REDES)
              END-IF
           END-IF.

       1080-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SOLO SE CONSOLIDA UN MES QUE RBD476 YA MARCO 'C' (O QUE RBD472 *
      * YA CONSOLIDO 'X') EN RBPERSS                                   *
      *----------------------------------------------------------------*
       115-VERIFICAR-PERIODO.

           MOVE 0 TO WK-SW-PERIODO-OK.
           OPEN INPUT RBPERSS.
           IF   ES-RBPERSS = '35' OR '97'
                DISPLAY 'SIN REGISTRO DE PERIODOS RBPERSS, NO SE '
                        'PUEDE CONSOLIDAR EL MES ' WK-PERIODO
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
                      'CIERRE EN RBPERSS, NO SE CONSOLIDA'
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
      * PRIMER Y ULTIMO DIA DEL MES (EL 31 SIRVE DE TOPE PARA TODOS)   *
      * E INICIO DE LA CARGA DE TASAS                                  *
      *----------------------------------------------------------------*
       116-CALCULAR-FECHAS.

           COMPUTE WK-FECHA-DESDE = (WK-PERIODO * 100) + 1.
           COMPUTE WK-FECHA-HASTA = (WK-PERIODO * 100) + 31.

           IF WK-PE-MES = 1
              COMPUTE WK-FECHA-DESDE-TASAS =
                      ((WK-PE-ANIO - 1) * 10000) + 1201
           ELSE
              COMPUTE WK-FECHA-DESDE-TASAS =
                      WK-FECHA-DESDE - 100
           END-IF.

       116-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ACTIVIDAD DEL MES DESDE EL HISTORICO. LA TRANSACCION SUMA EN   *
      * LA ENTIDAD DE LA CUENTA; SI LA RED ES DE OTRA ENTIDAD SUMA     *
      * TAMBIEN EN ESA, QUE LA ELIMINA, Y QUEDA EN LA TABLA DE CRUCES  *
      *----------------------------------------------------------------*
       200-ACUMULAR-ACTIVIDAD.

           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORICO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE 0 TO WK-CTA-ANT.
           PERFORM 2000-LEER-RBHISSS THRU 2000-FIN
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

           IF RBHIS-FECHA-TRANSAC < WK-FECHA-DESDE OR
              RBHIS-FECHA-TRANSAC > WK-FECHA-HASTA
              GO TO 2000-FIN
           END-IF.
           ADD 1 TO WK-TRANSAC-MES.

           MOVE RBHIS-NUM-CTA       TO WK-BE-CTA.
           MOVE RBHIS-RED-ADQUIR    TO WK-BE-RED.
           PERFORM 700-ENTIDADES-TRANSAC THRU 700-FIN.

           MOVE RBHIS-MONEDA        TO WK-BT-MONEDA.
           MOVE RBHIS-FECHA-TRANSAC TO WK-BT-FECHA.
           MOVE RBHIS-MONTO-TRANSAC TO WK-BT-MONTO.
           PERFORM 810-CONVERTIR-LOCAL THRU 810-FIN.
           IF WK-SW-TASA-HALLADA = 0
              DISPLAY 'SIN TASA ' RBHIS-MONEDA ' AL '
                      RBHIS-FECHA-TRANSAC ' CTA ' RBHIS-NUM-CTA
                      ' TRANSAC ' RBHIS-NUM-TRANSAC
           END-IF.

           ADD 1              TO TB-EN-ACT-CANT(WK-IX-ENT-CTA).
           ADD WK-MONTO-LOCAL TO TB-EN-ACT-MONTO(WK-IX-ENT-CTA).

           IF WK-ENTIDAD-RED NOT = WK-ENTIDAD-CTA
              ADD 1 TO WK-TRANSAC-CRUZADAS
              ADD 1              TO TB-EN-ACT-CANT(WK-IX-ENT-RED)
              ADD WK-MONTO-LOCAL TO TB-EN-ACT-MONTO(WK-IX-ENT-RED)
              ADD 1              TO TB-EN-ACT-ELIM-CANT(WK-IX-ENT-RED)
              ADD WK-MONTO-LOCAL TO
                                  TB-EN-ACT-ELIM-MONTO(WK-IX-ENT-RED)
              PERFORM 730-UBICAR-CRUCE THRU 730-FIN
              ADD 1              TO TB-CR-ACT-CANT(WK-IX-CRU)
              ADD WK-MONTO-LOCAL TO TB-CR-ACT-MONTO(WK-IX-CRU)
           END-IF.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TARIFAS DE INTERCAMBIO DEL MES DESDE RB502SS: 'C' (O ESPACIOS) *
      * SUMA, 'P' RESTA. MISMO TRATAMIENTO ENTRE ENTIDADES QUE LA      *
      * ACTIVIDAD                                                      *
      *----------------------------------------------------------------*
       300-ACUMULAR-TARIFAS.

           OPEN INPUT RB502SS.
           IF   ES-RB502SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR DETALLE RB502SS ' ES-RB502SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           MOVE 0 TO WK-CTA-ANT.
           PERFORM 3000-LEER-RB502SS THRU 3000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB502SS.

       300-FIN.
           EXIT.

       3000-LEER-RB502SS.

           READ RB502SS.
           IF ES-RB502SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-RB502SS NOT = '00'
              DISPLAY 'ERROR AL LEER DETALLE RB502SS ' ES-RB502SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-502.

           IF RB502SS-FECHA-TRANSAC < WK-FECHA-DESDE OR
              RB502SS-FECHA-TRANSAC > WK-FECHA-HASTA
              GO TO 3000-FIN
           END-IF.
           ADD 1 TO WK-TARIFAS-MES.

           MOVE RB502SS-NUM-CTA       TO WK-BE-CTA.
           MOVE RB502SS-RED-ADQUIR    TO WK-BE-RED.
           PERFORM 700-ENTIDADES-TRANSAC THRU 700-FIN.

           MOVE RB502SS-MONEDA        TO WK-BT-MONEDA.
           MOVE RB502SS-FECHA-TRANSAC TO WK-BT-FECHA.
           MOVE RB502SS-TARIFA        TO WK-BT-MONTO.
           PERFORM 810-CONVERTIR-LOCAL THRU 810-FIN.
           IF WK-SW-TASA-HALLADA = 0
              DISPLAY 'SIN TASA ' RB502SS-MONEDA ' AL '
                      RB502SS-FECHA-TRANSAC ' TARIFA CTA '
                      RB502SS-NUM-CTA ' TRANSAC ' RB502SS-NUM-TRANSAC
           END-IF.
           IF RB502SS-POR-PAGAR
              COMPUTE WK-MONTO-SIGNO = 0 - WK-MONTO-LOCAL
           ELSE
              MOVE WK-MONTO-LOCAL TO WK-MONTO-SIGNO
           END-IF.

           ADD 1              TO TB-EN-TAR-CANT(WK-IX-ENT-CTA).
           ADD WK-MONTO-SIGNO TO TB-EN-TAR-MONTO(WK-IX-ENT-CTA).

           IF WK-ENTIDAD-RED NOT = WK-ENTIDAD-CTA
              ADD 1 TO WK-TARIFAS-CRUZADAS
              ADD 1              TO TB-EN-TAR-CANT(WK-IX-ENT-RED)
              ADD WK-MONTO-SIGNO TO TB-EN-TAR-MONTO(WK-IX-ENT-RED)
              ADD 1              TO TB-EN-TAR-ELIM-CANT(WK-IX-ENT-RED)
              ADD WK-MONTO-SIGNO TO
                                  TB-EN-TAR-ELIM-MONTO(WK-IX-ENT-RED)
              PERFORM 730-UBICAR-CRUCE THRU 730-FIN
              ADD 1              TO TB-CR-TAR-CANT(WK-IX-CRU)
              ADD WK-MONTO-SIGNO TO TB-CR-TAR-MONTO(WK-IX-CRU)
           END-IF.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SUSPENSO DEL MES DESDE LA INTERFASE AL MAYOR: ORIGEN '451' Y   *
      * 'RVG'/'XVP' SUMAN, 'RVP'/'XVG' RESTAN. LOS DEMAS ORIGENES NO   *
      * SON SUSPENSO. SIN RED NI CUENTA, VA A LA ENTIDAD '01'          *
      *----------------------------------------------------------------*
       400-ACUMULAR-SUSPENSO.

           OPEN INPUT RBGLISS.
           IF   ES-RBGLISS = '97'
                MOVE '00'  TO ES-RBGLISS.
           IF   ES-RBGLISS = '35'
                DISPLAY 'SIN INTERFASE RBGLISS, SUSPENSO EN CERO'
                GO TO 400-FIN.
           IF   ES-RBGLISS NOT = '00'
                DISPLAY 'ERROR AL ABRIR INTERFASE RBGLISS ' ES-RBGLISS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE '01' TO WK-BE-ENTIDAD.
           PERFORM 720-UBICAR-ENTIDAD THRU 720-FIN.
           MOVE WK-IX-ENT TO WK-IX-ENT-CTA.

           MOVE 0 TO SW-FIN.
           PERFORM 4000-LEER-RBGLISS THRU 4000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RBGLISS.

       400-FIN.
           EXIT.

       4000-LEER-RBGLISS.

           READ RBGLISS.
           IF ES-RBGLISS = '10'
              MOVE 1 TO SW-FIN
              GO TO 4000-FIN
           END-IF.
           IF ES-RBGLISS NOT = '00'
              DISPLAY 'ERROR AL LEER INTERFASE RBGLISS ' ES-RBGLISS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-GLI.

           IF RBGLI-FECHA-PROCESO < WK-FECHA-DESDE OR
              RBGLI-FECHA-PROCESO > WK-FECHA-HASTA
              GO TO 4000-FIN
           END-IF.
           IF RBGLI-ORIGEN NOT = '451' AND
              RBGLI-ORIGEN NOT = 'RVG' AND RBGLI-ORIGEN NOT = 'RVP' AND
              RBGLI-ORIGEN NOT = 'XVG' AND RBGLI-ORIGEN NOT = 'XVP'
              GO TO 4000-FIN
           END-IF.
           ADD 1 TO WK-ASIENTOS-SUSPENSO.

           MOVE RBGLI-MONEDA         TO WK-BT-MONEDA.
           MOVE RBGLI-FECHA-PROCESO  TO WK-BT-FECHA.
           MOVE RBGLI-MONTO          TO WK-BT-MONTO.
           PERFORM 810-CONVERTIR-LOCAL THRU 810-FIN.
           IF WK-SW-TASA-HALLADA = 0
              DISPLAY 'SIN TASA ' RBGLI-MONEDA ' AL '
                      RBGLI-FECHA-PROCESO ' ASIENTO ' RBGLI-ORIGEN
           END-IF.
           IF RBGLI-ORIGEN = 'RVP' OR RBGLI-ORIGEN = 'XVG'
              COMPUTE WK-MONTO-SIGNO = 0 - WK-MONTO-LOCAL
           ELSE
              MOVE WK-MONTO-LOCAL TO WK-MONTO-SIGNO
           END-IF.

           ADD 1              TO TB-EN-SUS-CANT(WK-IX-ENT-CTA).
           ADD WK-MONTO-SIGNO TO TB-EN-SUS-MONTO(WK-IX-ENT-CTA).

       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: ACTIVIDAD, TARIFAS Y SUSPENSO POR ENTIDAD CON SU      *
      * ELIMINACION Y SU APORTE AL CONSOLIDADO, CRUCES ENTRE ENTIDADES *
      * Y AVISOS                                                       *
      *----------------------------------------------------------------*
       500-LISTAR-CONSOLIDADO.

           MOVE WK-PERIODO      TO WK-LTI-PERIODO.
           MOVE WK-FECHA-DESDE  TO WK-LTI-DESDE.
           MOVE WK-FECHA-HASTA  TO WK-LTI-HASTA.
           MOVE WK-LINEA-TITULO TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 1 TO WK-SECCION.
           MOVE 'ACTIVIDAD DEL MES (RBHISSS)'
                                        TO WK-LSE-TEXTO.
           PERFORM 510-LISTAR-SECCION THRU 510-FIN.

           MOVE 2 TO WK-SECCION.
           MOVE 'TARIFAS DE INTERCAMBIO (RB502SS), COBRAR MENOS PAGAR'
                                        TO WK-LSE-TEXTO.
           PERFORM 510-LISTAR-SECCION THRU 510-FIN.

           MOVE 3 TO WK-SECCION.
           MOVE 'SUSPENSO (RBGLISS ORIGEN 451 Y REVALUACION)'
                                        TO WK-LSE-TEXTO.
           PERFORM 510-LISTAR-SECCION THRU 510-FIN.

           MOVE SPACES TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'TRANSACCIONES ENTRE ENTIDADES (CUENTA CONTRA RED)'
                                        TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-CRU TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 0 TO WK-IX-CRU.
           PERFORM 5200-LISTAR-CRUCE THRU 5200-FIN
                   UNTIL WK-IX-CRU >= WK-CANT-CRUCES.
           IF WK-CANT-CRUCES = 0
              MOVE 'SIN TRANSACCIONES ENTRE ENTIDADES EN EL MES'
                                        TO WK-LSE-TEXTO
              MOVE WK-LINEA-SECCION     TO REG-RB542LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE SPACES TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           IF WK-SIN-TASA > 0
              MOVE 'MONTOS SIN TASA DE CAMBIO, CONSOLIDADO INCOMPLETO :'
                                       TO WK-LAV-TEXTO
              MOVE WK-SIN-TASA         TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB542LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.
           IF WK-CTAS-SIN-PARAM > 0
              MOVE 'CUENTAS SIN PARAMETRIZACION, EN LA ENTIDAD 01 :'
                                       TO WK-LAV-TEXTO
              MOVE WK-CTAS-SIN-PARAM   TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB542LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.
           IF WK-REDES-SIN-CONTRATO > 0
              MOVE 'TRANSAC. DE REDES SIN REDCON, EN LA ENTIDAD 01 :'
                                       TO WK-LAV-TEXTO
              MOVE WK-REDES-SIN-CONTRATO TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB542LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.
           IF WK-ENT-NO-REGISTRADAS > 0
              MOVE 'ENTIDADES CON MOVIMIENTO QUE NO ESTAN EN ENTTAB :'
                                       TO WK-LAV-TEXTO
              MOVE WK-ENT-NO-REGISTRADAS TO WK-LAV-VALOR
              MOVE WK-LINEA-AVISO      TO REG-RB542LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       500-FIN.
           EXIT.

       510-LISTAR-SECCION.

           MOVE SPACES TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-SECCION  TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           INITIALIZE WK-TOTALES.
           MOVE 0 TO WK-IX-ENT.
           PERFORM 5100-LISTAR-ENTIDAD THRU 5100-FIN
                   UNTIL WK-IX-ENT >= WK-CANT-ENTIDADES.

           MOVE WK-TOT-CANT       TO WK-CI-CANT.
           MOVE WK-TOT-MONTO      TO WK-CI-MONTO.
           MOVE WK-TOT-ELIM-CANT  TO WK-CI-ELIM-CANT.
           MOVE WK-TOT-ELIM-MONTO TO WK-CI-ELIM-MONTO.
           MOVE SPACES            TO WK-LDE-ENTIDAD.
           MOVE 'TOTAL DEL GRUPO' TO WK-LDE-NOMBRE.
           PERFORM 5110-ARMAR-DETALLE THRU 5110-FIN.

       510-FIN.
           EXIT.

       5100-LISTAR-ENTIDAD.

           ADD 1 TO WK-IX-ENT.
           EVALUATE WK-SECCION
               WHEN 1
                   MOVE TB-EN-ACT-CANT(WK-IX-ENT)   TO WK-CI-CANT
                   MOVE TB-EN-ACT-MONTO(WK-IX-ENT)  TO WK-CI-MONTO
                   MOVE TB-EN-ACT-ELIM-CANT(WK-IX-ENT)
                                                    TO WK-CI-ELIM-CANT
                   MOVE TB-EN-ACT-ELIM-MONTO(WK-IX-ENT)
                                                    TO WK-CI-ELIM-MONTO
               WHEN 2
                   MOVE TB-EN-TAR-CANT(WK-IX-ENT)   TO WK-CI-CANT
                   MOVE TB-EN-TAR-MONTO(WK-IX-ENT)  TO WK-CI-MONTO
                   MOVE TB-EN-TAR-ELIM-CANT(WK-IX-ENT)
                                                    TO WK-CI-ELIM-CANT
                   MOVE TB-EN-TAR-ELIM-MONTO(WK-IX-ENT)
                                                    TO WK-CI-ELIM-MONTO
               WHEN OTHER
                   MOVE TB-EN-SUS-CANT(WK-IX-ENT)   TO WK-CI-CANT
                   MOVE TB-EN-SUS-MONTO(WK-IX-ENT)  TO WK-CI-MONTO
                   MOVE 0                           TO WK-CI-ELIM-CANT
                   MOVE 0                           TO WK-CI-ELIM-MONTO
           END-EVALUATE.

           ADD WK-CI-CANT       TO WK-TOT-CANT.
           ADD WK-CI-MONTO      TO WK-TOT-MONTO.
           ADD WK-CI-ELIM-CANT  TO WK-TOT-ELIM-CANT.
           ADD WK-CI-ELIM-MONTO TO WK-TOT-ELIM-MONTO.

           MOVE TB-EN-COD(WK-IX-ENT)    TO WK-LDE-ENTIDAD.
           MOVE TB-EN-NOMBRE(WK-IX-ENT) TO WK-LDE-NOMBRE.
           PERFORM 5110-ARMAR-DETALLE THRU 5110-FIN.

       5100-FIN.
           EXIT.

       5110-ARMAR-DETALLE.

           MOVE WK-CI-CANT        TO WK-LDE-CANT.
           MOVE WK-CI-MONTO       TO WK-LDE-MONTO.
           MOVE WK-CI-ELIM-CANT   TO WK-LDE-ELIM-CANT.
           MOVE WK-CI-ELIM-MONTO  TO WK-LDE-ELIM-MONTO.
           COMPUTE WK-LDE-CONS-CANT  = WK-CI-CANT  - WK-CI-ELIM-CANT.
           COMPUTE WK-LDE-CONS-MONTO = WK-CI-MONTO - WK-CI-ELIM-MONTO.
           MOVE WK-LINEA-DETALLE  TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       5110-FIN.
           EXIT.

       5200-LISTAR-CRUCE.

           ADD 1 TO WK-IX-CRU.
           MOVE TB-CR-ENTIDAD-CTA(WK-IX-CRU) TO WK-LCR-ENTIDAD-CTA.
           MOVE TB-CR-ENTIDAD-RED(WK-IX-CRU) TO WK-LCR-ENTIDAD-RED.
           MOVE TB-CR-ACT-CANT(WK-IX-CRU)    TO WK-LCR-ACT-CANT.
           MOVE TB-CR-ACT-MONTO(WK-IX-CRU)   TO WK-LCR-ACT-MONTO.
           MOVE TB-CR-TAR-CANT(WK-IX-CRU)    TO WK-LCR-TAR-CANT.
           MOVE TB-CR-TAR-MONTO(WK-IX-CRU)   TO WK-LCR-TAR-MONTO.
           MOVE WK-LINEA-CRUCE               TO REG-RB542LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       5200-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB542LS.
           IF ES-RB542LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB542LS ' ES-RB542LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENTIDAD DE LA CUENTA WK-BE-CTA Y DE LA RED WK-BE-RED CON SUS   *
      * POSICIONES EN TB-ENTIDADES (WK-IX-ENT-CTA / WK-IX-ENT-RED)     *
      *----------------------------------------------------------------*
       700-ENTIDADES-TRANSAC.

           IF WK-BE-CTA NOT = WK-CTA-ANT
              PERFORM 7000-ENTIDAD-CUENTA THRU 7000-FIN
              MOVE WK-ENTIDAD-CTA TO WK-BE-ENTIDAD
              PERFORM 720-UBICAR-ENTIDAD THRU 720-FIN
              MOVE WK-IX-ENT      TO WK-IX-ENT-CTA
           END-IF.

           PERFORM 710-ENTIDAD-RED THRU 710-FIN.
           MOVE WK-ENTIDAD-RED TO WK-BE-ENTIDAD.
           PERFORM 720-UBICAR-ENTIDAD THRU 720-FIN.
           MOVE WK-IX-ENT      TO WK-IX-ENT-RED.

       700-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENTIDAD DE LA CUENTA SEGUN CN285SE. ESPACIOS ES LA ENTIDAD     *
      * HISTORICA '01'; UNA CUENTA SIN PARAMETRIZACION TAMBIEN VA A    *
      * '01' PERO SE AVISA                                             *
      *----------------------------------------------------------------*
       7000-ENTIDAD-CUENTA.

           MOVE WK-BE-CTA     TO WK-CTA-ANT.
           MOVE '01'          TO WK-ENTIDAD-CTA.
           MOVE WK-BE-CTA     TO CN285SE-NUM-CTA.
           READ CN285SE KEY IS CN285SE-NUM-CTA.
           IF ES-CN285SE = '23'
              ADD 1 TO WK-CTAS-SIN-PARAM
              DISPLAY 'CUENTA SIN PARAMETRIZACION EN CN285SE '
                       WK-BE-CTA ', SE CONSOLIDA EN ENTIDAD 01'
              GO TO 7000-FIN
           END-IF.
           IF ES-CN285SE NOT = '00'
              DISPLAY 'ERROR AL LEER CN285SE ' ES-CN285SE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF CN285SE-ENTIDAD NOT = SPACES AND
              CN285SE-ENTIDAD NOT = '00'
              MOVE CN285SE-ENTIDAD TO WK-ENTIDAD-CTA
           END-IF.

       7000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENTIDAD QUE CONTRATA LA RED WK-BE-RED. UNA RED SIN CONTRATO EN *
      * REDCON VA A '01' Y SE AVISA                                    *
      *----------------------------------------------------------------*
       710-ENTIDAD-RED.

           MOVE '01' TO WK-ENTIDAD-RED.
           MOVE 0    TO WK-SW-RED-HALLADA.
           MOVE 0    TO WK-IX-RED.
           PERFORM 7100-PROBAR-RED THRU 7100-FIN
                   UNTIL WK-IX-RED >= WK-CANT-REDES OR
                         WK-SW-RED-HALLADA = 1.
           IF WK-SW-RED-HALLADA = 0
              ADD 1 TO WK-REDES-SIN-CONTRATO
           END-IF.

       710-FIN.
           EXIT.

       7100-PROBAR-RED.

           ADD 1 TO WK-IX-RED.
           IF TB-RC-RED(WK-IX-RED) = WK-BE-RED
              MOVE TB-RC-ENTIDAD(WK-IX-RED) TO WK-ENTIDAD-RED
              MOVE 1 TO WK-SW-RED-HALLADA.

       7100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * POSICION DE WK-BE-ENTIDAD EN TB-ENTIDADES (WK-IX-ENT). UNA     *
      * ENTIDAD QUE NO ESTA EN ENTTAB SE AGREGA AL FINAL Y SE AVISA    *
      *----------------------------------------------------------------*
       720-UBICAR-ENTIDAD.

           MOVE 0 TO WK-SW-ENT-HALLADA.
           MOVE 0 TO WK-IX-ENT.
           PERFORM 7200-PROBAR-ENTIDAD THRU 7200-FIN
                   UNTIL WK-IX-ENT >= WK-CANT-ENTIDADES OR
                         WK-SW-ENT-HALLADA = 1.
           IF WK-SW-ENT-HALLADA = 1
              GO TO 720-FIN
           END-IF.

           IF WK-CANT-ENTIDADES >= 20
              DISPLAY 'TABLA DE ENTIDADES LLENA EN ' WK-BE-ENTIDAD
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-ENT-NO-REGISTRADAS.
           DISPLAY 'ENTIDAD ' WK-BE-ENTIDAD ' CON MOVIMIENTO Y SIN '
                   'REGISTRO EN ENTTAB'.
           ADD 1 TO WK-CANT-ENTIDADES.
           MOVE WK-CANT-ENTIDADES TO WK-IX-ENT.
           MOVE WK-BE-ENTIDAD     TO TB-EN-COD(WK-IX-ENT).
           MOVE '*** NO REGISTRADA EN ENTTAB'
                                  TO TB-EN-NOMBRE(WK-IX-ENT).

       720-FIN.
           EXIT.

       7200-PROBAR-ENTIDAD.

           ADD 1 TO WK-IX-ENT.
           IF TB-EN-COD(WK-IX-ENT) = WK-BE-ENTIDAD
              MOVE 1 TO WK-SW-ENT-HALLADA.

       7200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UBICA WK-LLAVE-CRU EN TB-CRUCES (ORDENADA POR LLAVE). SI NO    *
      * ESTA LA INSERTA EN SU LUGAR CORRIENDO LAS SIGUIENTES.          *
      * DEVUELVE WK-IX-CRU                                             *
      *----------------------------------------------------------------*
       730-UBICAR-CRUCE.

           MOVE WK-ENTIDAD-CTA TO WK-LC-ENTIDAD-CTA.
           MOVE WK-ENTIDAD-RED TO WK-LC-ENTIDAD-RED.
           MOVE 0 TO WK-IX-CRU.
           MOVE 0 TO WK-SW-POSICION.
           PERFORM 7300-COMPARAR-LLAVE THRU 7300-FIN
                   UNTIL WK-IX-CRU >= WK-CANT-CRUCES OR
                         WK-SW-POSICION = 1.
           IF WK-SW-POSICION = 1
              IF TB-CR-LLAVE(WK-IX-CRU) = WK-LLAVE-CRU
                 GO TO 730-FIN
              END-IF
           ELSE
              COMPUTE WK-IX-CRU = WK-CANT-CRUCES + 1
           END-IF.
           IF WK-CANT-CRUCES >= 400
              DISPLAY 'TABLA DE CRUCES ENTRE ENTIDADES LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           MOVE WK-CANT-CRUCES TO WK-IX-MOV.
           PERFORM 7310-CORRER-CRUCES THRU 7310-FIN
                   UNTIL WK-IX-MOV < WK-IX-CRU.
           ADD 1 TO WK-CANT-CRUCES.
           MOVE WK-LLAVE-CRU TO TB-CR-LLAVE(WK-IX-CRU).
           MOVE 0            TO TB-CR-ACT-CANT(WK-IX-CRU).
           MOVE 0            TO TB-CR-ACT-MONTO(WK-IX-CRU).
           MOVE 0            TO TB-CR-TAR-CANT(WK-IX-CRU).
           MOVE 0            TO TB-CR-TAR-MONTO(WK-IX-CRU).

       730-FIN.
           EXIT.

       7300-COMPARAR-LLAVE.

           ADD 1 TO WK-IX-CRU.
           IF TB-CR-LLAVE(WK-IX-CRU) NOT < WK-LLAVE-CRU
              MOVE 1 TO WK-SW-POSICION.

       7300-FIN.
           EXIT.

       7310-CORRER-CRUCES.

           COMPUTE WK-IX-DEST = WK-IX-MOV + 1.
           MOVE TB-CRU(WK-IX-MOV) TO TB-CRU(WK-IX-DEST).
           SUBTRACT 1 FROM WK-IX-MOV.

       7310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TASA DE WK-BT-MONEDA VIGENTE A WK-BT-FECHA: LA DE FECHA MAS    *
      * RECIENTE QUE NO LA PASE                                        *
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

      *----------------------------------------------------------------*
      * WK-BT-MONTO EN WK-BT-MONEDA A LEMPIRAS EN WK-MONTO-LOCAL. SIN  *
      * TASA QUEDA EN CERO Y SE CUENTA                                 *
      *----------------------------------------------------------------*
       810-CONVERTIR-LOCAL.

           IF WK-BT-MONEDA = 'HNL'
              MOVE WK-BT-MONTO TO WK-MONTO-LOCAL
              MOVE 1           TO WK-SW-TASA-HALLADA
              GO TO 810-FIN
           END-IF.
           PERFORM 800-BUSCAR-TASA THRU 800-FIN.
           IF WK-SW-TASA-HALLADA = 1
              COMPUTE WK-MONTO-LOCAL ROUNDED =
                      WK-BT-MONTO * WK-BT-TASA
           ELSE
              ADD 1 TO WK-SIN-TASA
              MOVE 0 TO WK-MONTO-LOCAL
           END-IF.

       810-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD542 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-SIN-TASA > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY ' WK-SIN-TASA ' MONTOS SIN TASA DE CAMBIO, '
                      'CONSOLIDADO INCOMPLETO. SE DEVUELVE '
                      'RETURN-CODE 8'
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF (WK-CTAS-SIN-PARAM > 0 OR WK-REDES-SIN-CONTRATO > 0 OR
               WK-ENT-NO-REGISTRADAS > 0) AND RETURN-CODE = 0
              DISPLAY 'CUENTAS, REDES O ENTIDADES SIN REGISTRO '
                      'CONSOLIDADAS POR DEFECTO. SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD542 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'PERIODO CONSOLIDADO        : ' WK-PERIODO
              DISPLAY 'HISTORICO RBHISSS LEIDOS   : ' WK-LEIDOS-HIS
              DISPLAY 'TRANSACCIONES DEL MES      : ' WK-TRANSAC-MES
              DISPLAY 'TRANSAC. ENTRE ENTIDADES   : '
                       WK-TRANSAC-CRUZADAS
              DISPLAY 'TARIFAS RB502SS LEIDAS     : ' WK-LEIDOS-502
              DISPLAY 'TARIFAS DEL MES            : ' WK-TARIFAS-MES
              DISPLAY 'TARIFAS ENTRE ENTIDADES    : '
                       WK-TARIFAS-CRUZADAS
              DISPLAY 'INTERFASE RBGLISS LEIDOS   : ' WK-LEIDOS-GLI
              DISPLAY 'ASIENTOS DE SUSPENSO       : '
                       WK-ASIENTOS-SUSPENSO
              DISPLAY 'MONTOS SIN TASA            : ' WK-SIN-TASA
              DISPLAY 'CUENTAS SIN PARAMETRIZACION: '
                       WK-CTAS-SIN-PARAM
              DISPLAY 'TRANSAC. DE REDES SIN REDCON:'
                       WK-REDES-SIN-CONTRATO
              DISPLAY 'ENTIDADES FUERA DE ENTTAB  : '
                       WK-ENT-NO-REGISTRADAS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE CN285SE
              CLOSE RB542LS
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

           MOVE 'RBD542  '            TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA      TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO        TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA      TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN           TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE           TO RBLEDG-RETURN-CODE.
           MOVE 9                     TO RBLEDG-CANT-CONTADORES.
           MOVE 'TRANSAC-MES'         TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-TRANSAC-MES        TO RBLEDG-CONT-VALOR(1).
           MOVE 'TRANSAC-CRUZADAS'    TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-TRANSAC-CRUZADAS   TO RBLEDG-CONT-VALOR(2).
           MOVE 'TARIFAS-MES'         TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-TARIFAS-MES        TO RBLEDG-CONT-VALOR(3).
           MOVE 'TARIFAS-CRUZADAS'    TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-TARIFAS-CRUZADAS   TO RBLEDG-CONT-VALOR(4).
           MOVE 'ASIENTOS-SUSPENSO'   TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-ASIENTOS-SUSPENSO  TO RBLEDG-CONT-VALOR(5).
           MOVE 'SIN-TASA'            TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-SIN-TASA           TO RBLEDG-CONT-VALOR(6).
           MOVE 'CTAS-SIN-PARAM'      TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-CTAS-SIN-PARAM     TO RBLEDG-CONT-VALOR(7).
           MOVE 'REDES-SIN-CONTRATO'  TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-REDES-SIN-CONTRATO TO RBLEDG-CONT-VALOR(8).
           MOVE 'ENT-NO-REGISTRADAS'  TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-ENT-NO-REGISTRADAS TO RBLEDG-CONT-VALOR(9).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : RETENCION Y DEPURACION DE LOS HISTORICOS Y       *
      *           : ARCHIVOS DE CONTROL DE LA LINEA DE BALANCE       *
      * OBJETIVO  : RDK08380 SOLO ARCHIVA RD465SS Y RD466SS; DEL     *
      *           : LADO BATCH RBHISSS, RBLEDSS, RB452SS, RBVOLSS,   *
      *           : CN286SS Y EL MANIFIESTO RB484SS GUARDAN TODO     *
      *           : PARA SIEMPRE Y LOS RECORRIDOS DE RBD489 Y RBD481 *
      *           : SE ALARGAN CADA MES. SEGUN LA TABLA DE RETENCION *
      *           : RB518RT (ANIOS EN LINEA Y ANIOS EN ARCHIVO POR   *
      *           : ARCHIVO), EN MODO 'A' PASA LO VENCIDO AL ARCHIVO *
      *           : ANUAL AR518SS, LO BORRA DE LOS KSDS (O DEJA LA   *
      *           : COPIA FILTRADA DE LOS SECUENCIALES, COMO RBD504) *
      *           : Y DEJA EN EL MANIFIESTO RB518MF CANTIDAD, RANGO  *
      *           : Y HASH POR ARCHIVO. EN MODO 'C' RECUPERA PARA    *
      *           : AUDITORIA LO ARCHIVADO EN UN RANGO DE FECHAS     *
      * FECHA     : 26 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192169                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192169                                       *
      * FECHA  : 26 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM518SS: MODO= ('A' *
      *          ARCHIVAR, DEFAULT / 'C' CONSULTAR), Y PARA EL MODO  *
      *          'C' FECHA-DESDE=, FECHA-HASTA= (OBLIGATORIAS) Y     *
      *          ARCHIVO= (OPCIONAL, SIN EL SE RECUPERAN TODOS). UN  *
      *          ARCHIVO SIN TARJETA EN RB518RT NO SE DEPURA. PARA   *
      *          NO QUITARLE HISTORIA A QUIEN LA USA: NINGUN ARCHIVO *
      *          BAJA DE UN ANIO EN LINEA (PROMEDIOS DE RBVOLSS EN   *
      *          RBD457, CONTROL DE DOBLE CARGA CON RB452SS, NORMA   *
      *          DE RBD489, CONSULTA DE 90 DIAS DE RDK08393), NO SE  *
      *          ARCHIVA UNA PARAMETRIZACION CN286SS VIGENTE NI UN   *
      *          ENVIO RB484SS SIN ACUSE DE LA CNBS, Y SI RB452SS    *
      *          QUEDA CON MAS EXTRACTOS DE LOS QUE CABEN EN LA      *
      *          TABLA DE RBD457/RBD496 SE AVISA CON RETURN-CODE 4.  *
      *          EL ARCHIVO ANUAL ES EL DEL ANIO DE PROCESO (EL JCL  *
      *          LO ABRE EN EXTEND); EL LISTADO AVISA QUE ARCHIVOS   *
      *          ANUALES YA CUMPLIERON SUS ANIOS DE ARCHIVO          *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB452SS GANA AL FINAL LA HORA DE PROCESO (HORA-     *
      *          PROC); LA COPIA FILTRADA RB452NW PASA A 126         *
      *          POSICIONES                                          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD518.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 26 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM518SS   ASSIGN TO SYS001-PARM518SS
                               FILE STATUS ES-PARM518SS.

           SELECT  RB518RT     ASSIGN TO SYS002-RB518RT
                               FILE STATUS ES-RB518RT.

           SELECT  RBHISSS     ASSIGN TO SYS003-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  RB452SS     ASSIGN TO SYS018-RB452SS
                               FILE STATUS ES-RB452SS.

           SELECT  RB452NW     ASSIGN TO SYS004-RB452NW
                               FILE STATUS ES-RB452NW.

           SELECT  RBVOLSS     ASSIGN TO SYS034-RBVOLSS
                               FILE STATUS ES-RBVOLSS.

           SELECT  RBVOLNW     ASSIGN TO SYS005-RBVOLNW
                               FILE STATUS ES-RBVOLNW.

           SELECT  CN286SS     ASSIGN TO SYS006-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  RB484SS     ASSIGN TO SYS007-RB484SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RB484-LLAVE
                               FILE STATUS ES-RB484SS.

           SELECT  AR518SS     ASSIGN TO SYS008-AR518SS
                               FILE STATUS ES-AR518SS.

           SELECT  RB518MF     ASSIGN TO SYS009-RB518MF
                               FILE STATUS ES-RB518MF.

           SELECT  RB518EX     ASSIGN TO SYS010-RB518EX
                               FILE STATUS ES-RB518EX.

           SELECT  RB518LS     ASSIGN TO SYS011-RB518LS
                               FILE STATUS ES-RB518LS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS CLAVE=VALOR                             *
      *----------------------------------------------------------------*
       FD  PARM518SS.
       01  REG-PARM518SS                  PIC X(80).

      *----------------------------------------------------------------*
      * TABLA DE RETENCION: UNA TARJETA POR ARCHIVO CON LOS ANIOS QUE  *
      * SE CONSERVA EN LINEA Y LOS ANIOS QUE SE GUARDA EL ARCHIVO      *
      * ANUAL                                                          *
      *----------------------------------------------------------------*
       FD  RB518RT.
       01  REG-RB518RT.
           03 RB518RT-ARCHIVO             PIC X(08).
           03 RB518RT-ANIOS-LINEA         PIC 9(02).
           03 RB518RT-ANIOS-ARCHIVO       PIC 9(02).
           03 FILLER                      PIC X(68).

      *----------------------------------------------------------------*
      * MAESTRO HISTORICO DE TRANSACCIONES POR CUENTA (VER RBD493)     *
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
      * REGISTRO DE EXTRACTOS PROCESADOS Y SU COPIA FILTRADA           *
      *----------------------------------------------------------------*
       FD  RB452SS.
       01  REG-RB452SS.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

       FD  RB452NW.
       01  REG-RB452NW                    PIC X(126).

      *----------------------------------------------------------------*
      * HISTORIA DE VOLUMEN POR CORRIDA Y SU COPIA FILTRADA            *
      *----------------------------------------------------------------*
       FD  RBVOLSS.
       01  REG-RBVOLSS.
           03 RBVOL-FECHA                 PIC 9(8).
           03 RBVOL-DIA-SEMANA            PIC 9(1).
           03 RBVOL-LEIDOS-CIFIN          PIC 9(10).
           03 RBVOL-LEIDOS                PIC 9(10).

       FD  RBVOLNW.
       01  REG-RBVOLNW                    PIC X(29).

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS DE PARAMETRIZACION (VER RBD477)            *
      *----------------------------------------------------------------*
       FD  CN286SS.
       01  REG-CN286SS.
           03 CN286-LLAVE.
              05 CN286-FECHA              PIC 9(08).
              05 CN286-HORA               PIC 9(06).
              05 CN286-NUM-CTA            PIC 9(16).
           03 CN286-TIP-ACCION            PIC X(01).
           03 CN286-DATOS-TRX.
              05 CN286-DISP               PIC X(03).
              05 CN286-LOCALIZACION       PIC X(01).
              05 CN286-ORIGEN             PIC X(03).
              05 CN286-APLIC-ORIGEN       PIC X(02).
              05 CN286-APLIC-DEST         PIC X(02).
           03 CN286-RED-ADQUIR            PIC X(02).
           03 CN286-COD-ADQUI             PIC 9(02).
           03 CN286-NUM-DISPOSITIVO       PIC X(04).
           03 CN286-DESCRIPCION           PIC X(100).
           03 CN286-IND-ENCRIPCION        PIC X(01).
           03 CN286-LLAVE-ENCRP           PIC X(09).
           03 CN286-FEC-ALTA              PIC 9(08).
           03 CN286-FEC-BAJA              PIC 9(08).
           03 CN286-USUARIO               PIC X(13).
           03 CN286-NUM-OFI               PIC 9(03).
           03 CN286-APROBADOR             PIC X(13).
           03 CN286-ENTIDAD               PIC X(02).

      *----------------------------------------------------------------*
      * MANIFIESTO DE ENVIOS A LA CNBS (VER RBD484)                    *
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
      * ARCHIVO ANUAL: CADA REGISTRO VENCIDO CON EL NOMBRE DEL ARCHIVO *
      * DE ORIGEN, SU FECHA Y LA IMAGEN COMPLETA DEL REGISTRO. EL      *
      * EXTRACTO DE AUDITORIA RB518EX TIENE EL MISMO LAYOUT            *
      *----------------------------------------------------------------*
       FD  AR518SS.
       01  REG-AR518SS.
           03 AR518-ARCHIVO               PIC X(08).
           03 AR518-FECHA-REG             PIC 9(08).
           03 AR518-FECHA-ARCHIVO         PIC 9(08).
           03 AR518-DATOS                 PIC X(350).

       FD  RB518EX.
       01  REG-RB518EX                    PIC X(374).

      *----------------------------------------------------------------*
      * MANIFIESTO DE CADA CORRIDA DE ARCHIVO: UN REGISTRO POR ARCHIVO *
      * DEPURADO CON RANGO, CANTIDAD, HASH DE CONTROL Y FECHA EN QUE   *
      * VENCE SU PASO POR EL ARCHIVO ANUAL                             *
      *----------------------------------------------------------------*
       FD  RB518MF.
       01  REG-RB518MF.
           03 RB518MF-ARCHIVO             PIC X(08).
           03 RB518MF-FECHA-PROCESO       PIC 9(08).
           03 RB518MF-ANIO-ARCHIVO        PIC 9(04).
           03 RB518MF-FECHA-CORTE         PIC 9(08).
           03 RB518MF-FECHA-DESDE         PIC 9(08).
           03 RB518MF-FECHA-HASTA         PIC 9(08).
           03 RB518MF-CANT-REGS           PIC 9(10).
           03 RB518MF-HASH-CTL            PIC 9(18).
           03 RB518MF-ANIOS-ARCHIVO       PIC 9(02).
           03 RB518MF-FECHA-VENCE         PIC 9(08).
           03 FILLER                      PIC X(08).

      *----------------------------------------------------------------*
      * LISTADO DE LA CORRIDA                                          *
      *----------------------------------------------------------------*
       FD  RB518LS.
       01  REG-RB518LS                    PIC X(132).

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
           88  WK-MODO-ARCHIVAR             VALUE 'A'.
           88  WK-MODO-CONSULTAR            VALUE 'C'.

       01  WK-VARIABLES.
           03  ES-PARM518SS                 PIC   X(02).
           03  ES-RB518RT                   PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-RB452SS                   PIC   X(02).
           03  ES-RB452NW                   PIC   X(02).
           03  ES-RBVOLSS                   PIC   X(02).
           03  ES-RBVOLNW                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-RB484SS                   PIC   X(02).
           03  ES-AR518SS                   PIC   X(02).
           03  ES-RB518MF                   PIC   X(02).
           03  ES-RB518EX                   PIC   X(02).
           03  ES-RB518LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-AVISOS                    PIC   9(05).
           03  WK-TOT-LEIDOS                PIC   9(10).
           03  WK-TOT-ARCHIVADOS            PIC   9(10).
           03  WK-TOT-RETENIDOS             PIC   9(10).
           03  WK-TOT-CONSERVADOS           PIC   9(10).
           03  WK-TOT-EXTRAIDOS             PIC   9(10).
           03  WK-LEIDOS-ARCHIVO            PIC   9(10).
           03  WK-IX-ARC                    PIC   9(02).
           03  WK-IX-VEN                    PIC   9(03).
           03  WK-CANT-VEN                  PIC   9(03).
           03  WK-SW-HALLADO                PIC   9(01).
           03  WK-ANIO-PROCESO              PIC   9(04).
           03  WK-FECHA-REG                 PIC   9(08).
           03  WK-HASH-VALOR                PIC   9(16).
           03  WK-FECHA-DESDE-C             PIC   9(08).
           03  WK-FECHA-HASTA-C             PIC   9(08).
           03  WK-ARCHIVO-C                 PIC   X(08).
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

      *----------------------------------------------------------------*
      * MINIMOS QUE PROTEGEN A LOS PROGRAMAS QUE LEEN LA HISTORIA: UN  *
      * ANIO EN LINEA PARA TODOS Y LA CAPACIDAD DE LA TABLA DE         *
      * EXTRACTOS PROCESADOS DE RBD457/RBD496. EL HASH SE LLEVA MODULO *
      * WK-HASH-MODULO PARA QUE LA SUMA NO DESBORDE                    *
      *----------------------------------------------------------------*
       01  WK-ANIOS-LINEA-MIN               PIC   9(02) VALUE 1.
       01  WK-ANIOS-ARCHIVO-MIN             PIC   9(02) VALUE 1.
       01  WK-CAPACIDAD-RB452               PIC   9(05) VALUE 2000.
       01  WK-HASH-MODULO                   PIC   9(18)
                                            VALUE 900000000000000000.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-SISTEMA-R REDEFINES WK-FECHA-SISTEMA.
           03  WK-FS-ANIO                   PIC   9(04).
           03  WK-FS-MMDD                   PIC   9(04).
       01  WK-FECHA-CALC                    PIC   9(08).
       01  WK-FECHA-CALC-R REDEFINES WK-FECHA-CALC.
           03  WK-FC-ANIO                   PIC   9(04).
           03  WK-FC-MMDD                   PIC   9(04).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *----------------------------------------------------------------*
      * UNA ENTRADA POR ARCHIVO DEPURABLE, EN ORDEN FIJO: 1 RBHISSS,   *
      * 2 RBLEDSS, 3 RB452SS, 4 RBVOLSS, 5 CN286SS, 6 RB484SS          *
      *----------------------------------------------------------------*
       01  TB-ARCHIVOS-DEP.
           03  TB-ARC OCCURS 6 TIMES.
               05 TB-ARC-NOMBRE             PIC  X(08).
               05 TB-ARC-SW-CONFIG          PIC  9(01).
               05 TB-ARC-ANIOS-LINEA        PIC  9(02).
               05 TB-ARC-ANIOS-ARCHIVO      PIC  9(02).
               05 TB-ARC-FECHA-CORTE        PIC  9(08).
               05 TB-ARC-FECHA-VENCE        PIC  9(08).
               05 TB-ARC-LEIDOS             PIC  9(10).
               05 TB-ARC-ARCHIVADOS         PIC  9(10).
               05 TB-ARC-RETENIDOS          PIC  9(10).
               05 TB-ARC-CONSERVADOS        PIC  9(10).
               05 TB-ARC-FECHA-DESDE        PIC  9(08).
               05 TB-ARC-FECHA-HASTA        PIC  9(08).
               05 TB-ARC-HASH               PIC  9(18).

      *----------------------------------------------------------------*
      * VENCIMIENTO DE CADA ARCHIVO ANUAL SEGUN EL MANIFIESTO: LA      *
      * MAYOR FECHA DE VENCIMIENTO DE LOS ARCHIVOS QUE CONTIENE        *
      *----------------------------------------------------------------*
       01  TB-VENCIMIENTOS.
           03  TB-VEN OCCURS 100 TIMES.
               05 TB-VEN-ANIO               PIC  9(04).
               05 TB-VEN-FECHA-VENCE        PIC  9(08).
               05 TB-VEN-CANT-REGS          PIC  9(12).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD518'.
           03 FILLER                       PIC X(56) VALUE
              'RETENCION Y DEPURACION DE HISTORICOS DE LA LINEA'.
           03 FILLER                       PIC X(07) VALUE
              'MODO : '.
           03 WK-LTI-MODO                   PIC X(01).
           03 FILLER                       PIC X(06).
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(29).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  ARCHIVO   LIN ARC  CORTE         LEIDOS  A'.
           03 FILLER                       PIC X(44) VALUE
              'RCHIVADOS   RETENIDOS CONSERVADOS  DESDE    '.
           03 FILLER                       PIC X(44) VALUE
              ' HASTA           HASH-CONTROL               '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ARCHIVO                PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-ANIOS-LINEA            PIC ZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ANIOS-ARCHIVO          PIC ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-CORTE                  PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-LEIDOS                 PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ARCHIVADOS             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-RETENIDOS              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-CONSERVADOS            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-DESDE                  PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-HASTA                  PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-HASH                   PIC 9(18).
           03 FILLER                       PIC X(15).

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(02).
           03 WK-LTX-TEXTO                  PIC X(60).
           03 WK-LTX-ANIO                   PIC X(04).
           03 FILLER                       PIC X(02).
           03 WK-LTX-TEXTO2                 PIC X(20).
           03 WK-LTX-FECHA                  PIC X(08).
           03 FILLER                       PIC X(36).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           IF WK-MODO-ARCHIVAR
              PERFORM 200-ARCHIVAR       THRU 200-FIN
           ELSE
              PERFORM 700-CONSULTAR      THRU 700-FIN
           END-IF.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-ARCHIVOS-DEP.
           INITIALIZE  TB-VENCIMIENTOS.
           MOVE 'A'        TO WK-MODO-PROCESO.
           MOVE 'RBHISSS ' TO TB-ARC-NOMBRE(1).
           MOVE 'RBLEDSS ' TO TB-ARC-NOMBRE(2).
           MOVE 'RB452SS ' TO TB-ARC-NOMBRE(3).
           MOVE 'RBVOLSS ' TO TB-ARC-NOMBRE(4).
           MOVE 'CN286SS ' TO TB-ARC-NOMBRE(5).
           MOVE 'RB484SS ' TO TB-ARC-NOMBRE(6).

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM518SS THRU 101-FIN.
           MOVE WK-FS-ANIO TO WK-ANIO-PROCESO.

           IF NOT WK-MODO-ARCHIVAR AND NOT WK-MODO-CONSULTAR
              DISPLAY 'MODO INVALIDO EN PARM518SS : ' WK-MODO-PROCESO
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           IF WK-MODO-CONSULTAR AND
              (WK-FECHA-DESDE-C = 0 OR WK-FECHA-HASTA-C = 0 OR
               WK-FECHA-DESDE-C > WK-FECHA-HASTA-C)
              DISPLAY 'MODO C REQUIERE FECHA-DESDE= Y FECHA-HASTA= '
                      'VALIDAS EN PARM518SS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           IF WK-MODO-ARCHIVAR
              PERFORM 105-CARGAR-RB518RT THRU 105-FIN
           END-IF.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  MODO : ' WK-MODO-PROCESO.

           OPEN OUTPUT RB518LS.
           IF   ES-RB518LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB518LS ' ES-RB518LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE WK-MODO-PROCESO   TO WK-LTI-MODO.
           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

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

       101-LEER-PARM518SS.

           OPEN INPUT PARM518SS.
           IF   ES-PARM518SS = '97'
                MOVE '00'  TO ES-PARM518SS.
           IF   ES-PARM518SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM518SS NOT = '00'
                CLOSE PARM518SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM518SS.
           IF ES-PARM518SS = '00'
              IF REG-PARM518SS = SPACES OR REG-PARM518SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM518SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM518SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM518SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM518SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'MODO'
                   MOVE WK-PARM-VAL-CH(1) TO WK-MODO-PROCESO
               WHEN 'ARCHIVO'
                   IF WK-PARM-VALOR(9:42) NOT = SPACES
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:8) TO WK-ARCHIVO-C
               WHEN 'FECHA-DESDE'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-DESDE-C
               WHEN 'FECHA-HASTA'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-HASTA-C
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM518SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM518SS: '
                    REG-PARM518SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TABLA DE RETENCION RB518RT. CADA ARCHIVO CONFIGURADO QUEDA CON *
      * SU FECHA DE CORTE (LO ANTERIOR SE ARCHIVA) Y LA FECHA EN QUE   *
      * VENCE EL ARCHIVO ANUAL DE ESTE ANIO. UN ARCHIVO SIN TARJETA NO *
      * SE TOCA                                                        *
      *----------------------------------------------------------------*
       105-CARGAR-RB518RT.

           OPEN INPUT RB518RT.
           IF   ES-RB518RT NOT = '00'
                DISPLAY 'ERROR AL ABRIR TABLA DE RETENCION RB518RT '
                         ES-RB518RT
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1050-LEER-RB518RT THRU 1050-FIN
                   UNTIL ES-RB518RT NOT = '00'.
           CLOSE RB518RT.

       105-FIN.
           EXIT.

       1050-LEER-RB518RT.

           READ RB518RT.
           IF ES-RB518RT NOT = '00'
              GO TO 1050-FIN
           END-IF.
           IF REG-RB518RT = SPACES OR REG-RB518RT(1:1) = '*'
              GO TO 1050-FIN
           END-IF.

           MOVE 0 TO WK-IX-ARC.
           MOVE 0 TO WK-SW-HALLADO.
           PERFORM 1051-BUSCAR-ARCHIVO THRU 1051-FIN
                   UNTIL WK-IX-ARC >= 6 OR WK-SW-HALLADO = 1.
           IF WK-SW-HALLADO = 0
              DISPLAY 'ARCHIVO DESCONOCIDO EN RB518RT : '
                       RB518RT-ARCHIVO
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           IF RB518RT-ANIOS-LINEA NOT NUMERIC OR
              RB518RT-ANIOS-ARCHIVO NOT NUMERIC
              DISPLAY 'ANIOS NO NUMERICOS EN RB518RT : ' REG-RB518RT
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE 1                     TO TB-ARC-SW-CONFIG(WK-IX-ARC).
           MOVE RB518RT-ANIOS-LINEA   TO TB-ARC-ANIOS-LINEA(WK-IX-ARC).
           MOVE RB518RT-ANIOS-ARCHIVO
                                    TO TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC).

           IF TB-ARC-ANIOS-LINEA(WK-IX-ARC) < WK-ANIOS-LINEA-MIN
              DISPLAY 'AVISO: ' RB518RT-ARCHIVO ' CON '
                      RB518RT-ANIOS-LINEA ' ANIOS EN LINEA, SE '
                      'CONSERVA EL MINIMO DE ' WK-ANIOS-LINEA-MIN
              MOVE WK-ANIOS-LINEA-MIN TO TB-ARC-ANIOS-LINEA(WK-IX-ARC)
              ADD 1 TO WK-AVISOS
           END-IF.
           IF TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC) < WK-ANIOS-ARCHIVO-MIN
              DISPLAY 'AVISO: ' RB518RT-ARCHIVO ' CON '
                      RB518RT-ANIOS-ARCHIVO ' ANIOS EN ARCHIVO, SE '
                      'GUARDA EL MINIMO DE ' WK-ANIOS-ARCHIVO-MIN
              MOVE WK-ANIOS-ARCHIVO-MIN
                                    TO TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC)
              ADD 1 TO WK-AVISOS
           END-IF.

      * CORTE: LA FECHA DE PROCESO MENOS LOS ANIOS EN LINEA (EL 29 DE
      * FEBRERO PASA AL 28 SI EL ANIO DE CORTE NO ES BISIESTO)
           MOVE WK-FECHA-SISTEMA TO WK-FECHA-CALC.
           SUBTRACT TB-ARC-ANIOS-LINEA(WK-IX-ARC) FROM WK-FC-ANIO.
           IF WK-FC-MMDD = 0229
              MOVE 0228 TO WK-FC-MMDD
           END-IF.
           MOVE WK-FECHA-CALC TO TB-ARC-FECHA-CORTE(WK-IX-ARC).

           MOVE 1231 TO WK-FC-MMDD.
           COMPUTE WK-FC-ANIO = WK-FS-ANIO
                              + TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC).
           MOVE WK-FECHA-CALC TO TB-ARC-FECHA-VENCE(WK-IX-ARC).

           DISPLAY 'RETENCION ' TB-ARC-NOMBRE(WK-IX-ARC)
                   ' : EN LINEA ' TB-ARC-ANIOS-LINEA(WK-IX-ARC)
                   ' ANIOS (CORTE ' TB-ARC-FECHA-CORTE(WK-IX-ARC)
                   ') EN ARCHIVO ' TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC)
                   ' ANIOS'.

       1050-FIN.
           EXIT.

       1051-BUSCAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           IF TB-ARC-NOMBRE(WK-IX-ARC) = RB518RT-ARCHIVO
              MOVE 1 TO WK-SW-HALLADO.

       1051-FIN.
           EXIT.

      *================================================================*
      * MODO 'A': ARCHIVA Y DEPURA CADA ARCHIVO CONFIGURADO            *
      *================================================================*
       200-ARCHIVAR.

           PERFORM 210-REVISAR-VENCIMIENTOS THRU 210-FIN.

           OPEN EXTEND AR518SS.
           IF   ES-AR518SS = '05' OR '97'
                MOVE '00' TO ES-AR518SS.
           IF   ES-AR518SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO ANUAL AR518SS '
                         ES-AR518SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           PERFORM 300-DEPURAR-RBHISSS THRU 300-FIN.
           PERFORM 310-DEPURAR-RBLEDSS THRU 310-FIN.
           PERFORM 320-DEPURAR-RB452SS THRU 320-FIN.
           PERFORM 330-DEPURAR-RBVOLSS THRU 330-FIN.
           PERFORM 340-DEPURAR-CN286SS THRU 340-FIN.
           PERFORM 350-DEPURAR-RB484SS THRU 350-FIN.

           CLOSE AR518SS.

           PERFORM 400-GRABAR-MANIFIESTO THRU 400-FIN.
           PERFORM 450-LISTAR-RESUMEN    THRU 450-FIN.

       200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LEE LOS MANIFIESTOS ANTERIORES PARA AVISAR QUE ARCHIVOS        *
      * ANUALES YA CUMPLIERON SUS ANIOS DE ARCHIVO Y PUEDEN DARSE DE   *
      * BAJA. SIN MANIFIESTO (PRIMERA CORRIDA) NO HAY NADA VENCIDO     *
      *----------------------------------------------------------------*
       210-REVISAR-VENCIMIENTOS.

           MOVE 0 TO WK-CANT-VEN.
           OPEN INPUT RB518MF.
           IF   ES-RB518MF = '97'
                MOVE '00'  TO ES-RB518MF.
           IF   ES-RB518MF = '00'
                PERFORM 2100-LEER-RB518MF THRU 2100-FIN
                        UNTIL ES-RB518MF NOT = '00'
                CLOSE RB518MF
           END-IF.

           MOVE 'ARCHIVOS ANUALES AR518SS SEGUN EL MANIFIESTO RB518MF'
                                  TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-CANT-VEN = 0
              MOVE SPACES            TO WK-LINEA-TEXTO
              MOVE 'SIN ARCHIVOS ANUALES REGISTRADOS' TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO    TO REG-RB518LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE 0 TO WK-IX-VEN.
           PERFORM 2110-LISTAR-VENCIMIENTO THRU 2110-FIN
                   UNTIL WK-IX-VEN >= WK-CANT-VEN.

           MOVE SPACES TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       210-FIN.
           EXIT.

       2100-LEER-RB518MF.

           READ RB518MF.
           IF ES-RB518MF NOT = '00'
              GO TO 2100-FIN
           END-IF.
           IF RB518MF-CANT-REGS = 0
              GO TO 2100-FIN
           END-IF.

           MOVE 0 TO WK-IX-VEN.
           MOVE 0 TO WK-SW-HALLADO.
           PERFORM 2101-BUSCAR-ANIO THRU 2101-FIN
                   UNTIL WK-IX-VEN >= WK-CANT-VEN OR WK-SW-HALLADO = 1.

           IF WK-SW-HALLADO = 0
              IF WK-CANT-VEN >= 100
                 DISPLAY 'TABLA DE ARCHIVOS ANUALES LLENA, SE OMITE '
                         RB518MF-ANIO-ARCHIVO
                 GO TO 2100-FIN
              END-IF
              ADD 1 TO WK-CANT-VEN
              MOVE WK-CANT-VEN TO WK-IX-VEN
              MOVE RB518MF-ANIO-ARCHIVO TO TB-VEN-ANIO(WK-IX-VEN)
              MOVE 0 TO TB-VEN-FECHA-VENCE(WK-IX-VEN)
              MOVE 0 TO TB-VEN-CANT-REGS(WK-IX-VEN)
           END-IF.

           IF RB518MF-FECHA-VENCE > TB-VEN-FECHA-VENCE(WK-IX-VEN)
              MOVE RB518MF-FECHA-VENCE
                                  TO TB-VEN-FECHA-VENCE(WK-IX-VEN)
           END-IF.
           ADD RB518MF-CANT-REGS TO TB-VEN-CANT-REGS(WK-IX-VEN).

       2100-FIN.
           EXIT.

       2101-BUSCAR-ANIO.

           ADD 1 TO WK-IX-VEN.
           IF TB-VEN-ANIO(WK-IX-VEN) = RB518MF-ANIO-ARCHIVO
              MOVE 1 TO WK-SW-HALLADO.

       2101-FIN.
           EXIT.

       2110-LISTAR-VENCIMIENTO.

           ADD 1 TO WK-IX-VEN.
           MOVE SPACES                       TO WK-LINEA-TEXTO.
           IF TB-VEN-FECHA-VENCE(WK-IX-VEN) < WK-FECHA-SISTEMA
              MOVE 'VENCIDO, SE PUEDE DAR DE BAJA EL ARCHIVO ANUAL'
                                             TO WK-LTX-TEXTO
              MOVE ' VENCIO EL'              TO WK-LTX-TEXTO2
           ELSE
              MOVE 'VIGENTE, SE CONSERVA EL ARCHIVO ANUAL'
                                             TO WK-LTX-TEXTO
              MOVE ' VENCE EL'               TO WK-LTX-TEXTO2
           END-IF.
           MOVE TB-VEN-ANIO(WK-IX-VEN)       TO WK-LTX-ANIO.
           MOVE TB-VEN-FECHA-VENCE(WK-IX-VEN) TO WK-LTX-FECHA.
           MOVE WK-LINEA-TEXTO               TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       2110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RBHISSS: SE ARCHIVA LA TRANSACCION ANTERIOR AL CORTE. HASH:    *
      * NUMERO DE TRANSACCION                                          *
      *----------------------------------------------------------------*
       300-DEPURAR-RBHISSS.

           MOVE 1 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'RBHISSS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 300-FIN
           END-IF.

           OPEN I-O RBHISSS.
           IF   ES-RBHISSS = '35'
                DISPLAY 'RBHISSS AUSENTE, NADA QUE DEPURAR'
                GO TO 300-FIN.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORICO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3000-DEPURAR-RBHIS THRU 3000-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RBHISSS.

       300-FIN.
           EXIT.

       3000-DEPURAR-RBHIS.

           READ RBHISSS NEXT RECORD.
           IF ES-RBHISSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-RBHISSS NOT = '00'
              DISPLAY 'ERROR AL LEER HISTORICO RBHISSS ' ES-RBHISSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF RBHIS-FECHA-TRANSAC >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              ADD 1 TO TB-ARC-CONSERVADOS(WK-IX-ARC)
              GO TO 3000-FIN
           END-IF.

           MOVE REG-RBHISSS          TO AR518-DATOS.
           MOVE RBHIS-FECHA-TRANSAC  TO WK-FECHA-REG.
           MOVE RBHIS-NUM-TRANSAC    TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

           DELETE RBHISSS RECORD.
           IF ES-RBHISSS NOT = '00'
              DISPLAY 'ERROR AL BORRAR DE RBHISSS ' ES-RBHISSS
                      ' ' RBHIS-LLAVE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RBLEDSS: SE ARCHIVA LA CORRIDA CON FECHA DE PROCESO ANTERIOR   *
      * AL CORTE. HASH: HORA DE INICIO                                 *
      *----------------------------------------------------------------*
       310-DEPURAR-RBLEDSS.

           MOVE 2 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'RBLEDSS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 310-FIN
           END-IF.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                DISPLAY 'RBLEDSS AUSENTE, NADA QUE DEPURAR'
                GO TO 310-FIN.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA RBLEDSS ' ES-RBLEDSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3100-DEPURAR-RBLED THRU 3100-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RBLEDSS.

       310-FIN.
           EXIT.

       3100-DEPURAR-RBLED.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3100-FIN
           END-IF.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA RBLEDSS ' ES-RBLEDSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF RBLEDG-FECHA-PROCESO >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              ADD 1 TO TB-ARC-CONSERVADOS(WK-IX-ARC)
              GO TO 3100-FIN
           END-IF.

           MOVE REG-RBLEDSS          TO AR518-DATOS.
           MOVE RBLEDG-FECHA-PROCESO TO WK-FECHA-REG.
           MOVE RBLEDG-HORA-INICIO   TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

           DELETE RBLEDSS RECORD.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'ERROR AL BORRAR DE RBLEDSS ' ES-RBLEDSS
                      ' ' RBLEDG-LLAVE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       3100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RB452SS: COPIA FILTRADA RB452NW CON LOS EXTRACTOS REGISTRADOS  *
      * DESDE EL CORTE, COMO EN RBD504. HASH: CANTIDAD DE REGISTROS    *
      *----------------------------------------------------------------*
       320-DEPURAR-RB452SS.

           MOVE 3 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'RB452SS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 320-FIN
           END-IF.

           OPEN INPUT RB452SS.
           IF   ES-RB452SS = '97' OR '35'
                DISPLAY 'RB452SS AUSENTE, NADA QUE DEPURAR'
                GO TO 320-FIN.
           IF   ES-RB452SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RB452SS ' ES-RB452SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN OUTPUT RB452NW.
           IF   ES-RB452NW NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR COPIA RB452NW ' ES-RB452NW
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB452SS
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3200-FILTRAR-RB452 THRU 3200-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RB452SS.
           CLOSE RB452NW.

           IF TB-ARC-CONSERVADOS(WK-IX-ARC) > WK-CAPACIDAD-RB452
              DISPLAY 'AVISO: RB452SS CONSERVA '
                      TB-ARC-CONSERVADOS(WK-IX-ARC)
                      ' EXTRACTOS Y LA TABLA DE RBD457/RBD496 ADMITE '
                      WK-CAPACIDAD-RB452 ', REVISAR SU RETENCION'
              ADD 1 TO WK-AVISOS
           END-IF.

       320-FIN.
           EXIT.

       3200-FILTRAR-RB452.

           READ RB452SS
           IF ES-RB452SS = '10' OR '46'
              MOVE 1 TO SW-FIN
              GO TO 3200-FIN
           END-IF.
           IF ES-RB452SS NOT = '00'
              DISPLAY 'ERROR AL LEER RB452SS ' ES-RB452SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF RB452SS-FECHA-PROC >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              WRITE REG-RB452NW FROM REG-RB452SS
              IF ES-RB452NW NOT = '00'
                 DISPLAY 'ERROR AL GRABAR RB452NW ' ES-RB452NW
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO TB-ARC-CONSERVADOS(WK-IX-ARC)
              GO TO 3200-FIN
           END-IF.

           MOVE REG-RB452SS          TO AR518-DATOS.
           MOVE RB452SS-FECHA-PROC   TO WK-FECHA-REG.
           MOVE RB452SS-CANT-REGS    TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

       3200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RBVOLSS: COPIA FILTRADA RBVOLNW CON LAS CORRIDAS DESDE EL      *
      * CORTE, COMO EN RBD504. HASH: LEIDOS DE CIFIN                   *
      *----------------------------------------------------------------*
       330-DEPURAR-RBVOLSS.

           MOVE 4 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'RBVOLSS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 330-FIN
           END-IF.

           OPEN INPUT RBVOLSS.
           IF   ES-RBVOLSS = '97' OR '35'
                DISPLAY 'RBVOLSS AUSENTE, NADA QUE DEPURAR'
                GO TO 330-FIN.
           IF   ES-RBVOLSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR HISTORIA RBVOLSS ' ES-RBVOLSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN OUTPUT RBVOLNW.
           IF   ES-RBVOLNW NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR COPIA RBVOLNW ' ES-RBVOLNW
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBVOLSS
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3300-FILTRAR-RBVOL THRU 3300-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RBVOLSS.
           CLOSE RBVOLNW.

       330-FIN.
           EXIT.

       3300-FILTRAR-RBVOL.

           READ RBVOLSS
           IF ES-RBVOLSS = '10' OR '46'
              MOVE 1 TO SW-FIN
              GO TO 3300-FIN
           END-IF.
           IF ES-RBVOLSS NOT = '00'
              DISPLAY 'ERROR AL LEER RBVOLSS ' ES-RBVOLSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF RBVOL-FECHA >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              WRITE REG-RBVOLNW FROM REG-RBVOLSS
              IF ES-RBVOLNW NOT = '00'
                 DISPLAY 'ERROR AL GRABAR RBVOLNW ' ES-RBVOLNW
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO TB-ARC-CONSERVADOS(WK-IX-ARC)
              GO TO 3300-FIN
           END-IF.

           MOVE REG-RBVOLSS          TO AR518-DATOS.
           MOVE RBVOL-FECHA          TO WK-FECHA-REG.
           MOVE RBVOL-LEIDOS-CIFIN   TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

       3300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CN286SS: LA LLAVE EMPIEZA CON LA FECHA, ASI QUE SE LEE SOLO    *
      * HASTA EL CORTE. UNA PARAMETRIZACION SIN BAJA, O DADA DE BAJA   *
      * DESPUES DEL CORTE, SIGUE VIGENTE Y SE RETIENE. HASH: CUENTA    *
      *----------------------------------------------------------------*
       340-DEPURAR-CN286SS.

           MOVE 5 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'CN286SS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 340-FIN
           END-IF.

           OPEN I-O CN286SS.
           IF   ES-CN286SS = '35'
                DISPLAY 'CN286SS AUSENTE, NADA QUE DEPURAR'
                GO TO 340-FIN.
           IF   ES-CN286SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN286SS ' ES-CN286SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3400-DEPURAR-CN286 THRU 3400-FIN
                   UNTIL SW-FIN = 1.

           CLOSE CN286SS.

       340-FIN.
           EXIT.

       3400-DEPURAR-CN286.

           READ CN286SS NEXT RECORD.
           IF ES-CN286SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3400-FIN
           END-IF.
           IF ES-CN286SS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA CN286SS ' ES-CN286SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF CN286-FECHA >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              MOVE 1 TO SW-FIN
              GO TO 3400-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF CN286-FEC-BAJA = 0 OR
              CN286-FEC-BAJA >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              ADD 1 TO TB-ARC-RETENIDOS(WK-IX-ARC)
              GO TO 3400-FIN
           END-IF.

           MOVE REG-CN286SS          TO AR518-DATOS.
           MOVE CN286-FECHA          TO WK-FECHA-REG.
           MOVE CN286-NUM-CTA        TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

           DELETE CN286SS RECORD.
           IF ES-CN286SS NOT = '00'
              DISPLAY 'ERROR AL BORRAR DE CN286SS ' ES-CN286SS
                      ' ' CN286-LLAVE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       3400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RB484SS: LA LLAVE EMPIEZA CON LA FECHA, SE LEE SOLO HASTA EL   *
      * CORTE. UN ENVIO SIN ACUSE DE LA CNBS ('E') SE RETIENE HASTA    *
      * QUE RBD485 LO CIERRE. HASH: CANTIDAD DE REGISTROS              *
      *----------------------------------------------------------------*
       350-DEPURAR-RB484SS.

           MOVE 6 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              DISPLAY 'RB484SS SIN TARJETA EN RB518RT, NO SE DEPURA'
              GO TO 350-FIN
           END-IF.

           OPEN I-O RB484SS.
           IF   ES-RB484SS = '35'
                DISPLAY 'RB484SS AUSENTE, NADA QUE DEPURAR'
                GO TO 350-FIN.
           IF   ES-RB484SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR MANIFIESTO RB484SS ' ES-RB484SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3500-DEPURAR-RB484 THRU 3500-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RB484SS.

       350-FIN.
           EXIT.

       3500-DEPURAR-RB484.

           READ RB484SS NEXT RECORD.
           IF ES-RB484SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3500-FIN
           END-IF.
           IF ES-RB484SS NOT = '00'
              DISPLAY 'ERROR AL LEER MANIFIESTO RB484SS ' ES-RB484SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RB484-FECHA-PROCESO >= TB-ARC-FECHA-CORTE(WK-IX-ARC)
              MOVE 1 TO SW-FIN
              GO TO 3500-FIN
           END-IF.
           ADD 1 TO TB-ARC-LEIDOS(WK-IX-ARC).

           IF RB484-ENVIADO
              ADD 1 TO TB-ARC-RETENIDOS(WK-IX-ARC)
              GO TO 3500-FIN
           END-IF.

           MOVE REG-RB484SS          TO AR518-DATOS.
           MOVE RB484-FECHA-PROCESO  TO WK-FECHA-REG.
           MOVE RB484-CANT-REGS      TO WK-HASH-VALOR.
           PERFORM 260-GRABAR-ARCHIVO THRU 260-FIN.

           DELETE RB484SS RECORD.
           IF ES-RB484SS NOT = '00'
              DISPLAY 'ERROR AL BORRAR DE RB484SS ' ES-RB484SS
                      ' ' RB484-LLAVE
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       3500-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GRABA EN EL ARCHIVO ANUAL EL REGISTRO YA MOVIDO A AR518-DATOS  *
      * (ANTES DE BORRARLO DEL ORIGEN) Y ACUMULA CANTIDAD, RANGO DE    *
      * FECHAS Y HASH DEL ARCHIVO WK-IX-ARC                            *
      *----------------------------------------------------------------*
       260-GRABAR-ARCHIVO.

           MOVE TB-ARC-NOMBRE(WK-IX-ARC) TO AR518-ARCHIVO.
           MOVE WK-FECHA-REG             TO AR518-FECHA-REG.
           MOVE WK-FECHA-SISTEMA         TO AR518-FECHA-ARCHIVO.
           WRITE REG-AR518SS.
           IF ES-AR518SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO ANUAL AR518SS '
                       ES-AR518SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO TB-ARC-ARCHIVADOS(WK-IX-ARC).
           IF TB-ARC-FECHA-DESDE(WK-IX-ARC) = 0 OR
              WK-FECHA-REG < TB-ARC-FECHA-DESDE(WK-IX-ARC)
              MOVE WK-FECHA-REG TO TB-ARC-FECHA-DESDE(WK-IX-ARC)
           END-IF.
           IF WK-FECHA-REG > TB-ARC-FECHA-HASTA(WK-IX-ARC)
              MOVE WK-FECHA-REG TO TB-ARC-FECHA-HASTA(WK-IX-ARC)
           END-IF.
           ADD WK-HASH-VALOR TO TB-ARC-HASH(WK-IX-ARC).
           IF TB-ARC-HASH(WK-IX-ARC) >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM TB-ARC-HASH(WK-IX-ARC)
           END-IF.

       260-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MANIFIESTO: UN REGISTRO POR ARCHIVO CONFIGURADO, AUNQUE NO SE  *
      * HAYA ARCHIVADO NADA, PARA QUE QUEDE CONSTANCIA DE LA CORRIDA   *
      *----------------------------------------------------------------*
       400-GRABAR-MANIFIESTO.

           OPEN EXTEND RB518MF.
           IF   ES-RB518MF = '05' OR '97'
                MOVE '00' TO ES-RB518MF.
           IF   ES-RB518MF NOT = '00'
                DISPLAY 'ERROR AL ABRIR MANIFIESTO RB518MF ' ES-RB518MF
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO WK-IX-ARC.
           PERFORM 4000-GRABAR-MANIF-ARCH THRU 4000-FIN
                   UNTIL WK-IX-ARC >= 6.

           CLOSE RB518MF.

       400-FIN.
           EXIT.

       4000-GRABAR-MANIF-ARCH.

           ADD 1 TO WK-IX-ARC.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              GO TO 4000-FIN
           END-IF.

           MOVE SPACES                       TO REG-RB518MF.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)     TO RB518MF-ARCHIVO.
           MOVE WK-FECHA-SISTEMA             TO RB518MF-FECHA-PROCESO.
           MOVE WK-ANIO-PROCESO              TO RB518MF-ANIO-ARCHIVO.
           MOVE TB-ARC-FECHA-CORTE(WK-IX-ARC) TO RB518MF-FECHA-CORTE.
           MOVE TB-ARC-FECHA-DESDE(WK-IX-ARC) TO RB518MF-FECHA-DESDE.
           MOVE TB-ARC-FECHA-HASTA(WK-IX-ARC) TO RB518MF-FECHA-HASTA.
           MOVE TB-ARC-ARCHIVADOS(WK-IX-ARC) TO RB518MF-CANT-REGS.
           MOVE TB-ARC-HASH(WK-IX-ARC)       TO RB518MF-HASH-CTL.
           MOVE TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC)
                                             TO RB518MF-ANIOS-ARCHIVO.
           MOVE TB-ARC-FECHA-VENCE(WK-IX-ARC) TO RB518MF-FECHA-VENCE.
           WRITE REG-RB518MF.
           IF ES-RB518MF NOT = '00'
              DISPLAY 'ERROR AL GRABAR MANIFIESTO RB518MF ' ES-RB518MF
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RESUMEN POR ARCHIVO: LEIDOS = ARCHIVADOS + RETENIDOS +         *
      * CONSERVADOS (CN286SS Y RB484SS SOLO CUENTAN LO ANTERIOR AL     *
      * CORTE, QUE ES LO QUE SE LEE)                                   *
      *----------------------------------------------------------------*
       450-LISTAR-RESUMEN.

           MOVE WK-LINEA-COLUMNAS TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-ARC.
           PERFORM 4500-LISTAR-ARCHIVO THRU 4500-FIN
                   UNTIL WK-IX-ARC >= 6.

       450-FIN.
           EXIT.

       4500-LISTAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           MOVE SPACES                       TO WK-LINEA-DETALLE.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)     TO WK-LDE-ARCHIVO.
           IF TB-ARC-SW-CONFIG(WK-IX-ARC) = 0
              MOVE WK-LINEA-DETALLE          TO REG-RB518LS
              MOVE 'SIN RETENCION EN RB518RT, NO SE DEPURA'
                                             TO REG-RB518LS(15:60)
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              GO TO 4500-FIN
           END-IF.

           MOVE TB-ARC-ANIOS-LINEA(WK-IX-ARC)   TO WK-LDE-ANIOS-LINEA.
           MOVE TB-ARC-ANIOS-ARCHIVO(WK-IX-ARC) TO WK-LDE-ANIOS-ARCHIVO.
           MOVE TB-ARC-FECHA-CORTE(WK-IX-ARC)   TO WK-LDE-CORTE.
           MOVE TB-ARC-LEIDOS(WK-IX-ARC)        TO WK-LDE-LEIDOS.
           MOVE TB-ARC-ARCHIVADOS(WK-IX-ARC)    TO WK-LDE-ARCHIVADOS.
           MOVE TB-ARC-RETENIDOS(WK-IX-ARC)     TO WK-LDE-RETENIDOS.
           MOVE TB-ARC-CONSERVADOS(WK-IX-ARC)   TO WK-LDE-CONSERVADOS.
           MOVE TB-ARC-FECHA-DESDE(WK-IX-ARC)   TO WK-LDE-DESDE.
           MOVE TB-ARC-FECHA-HASTA(WK-IX-ARC)   TO WK-LDE-HASTA.
           MOVE TB-ARC-HASH(WK-IX-ARC)          TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE                TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           ADD TB-ARC-LEIDOS(WK-IX-ARC)      TO WK-TOT-LEIDOS.
           ADD TB-ARC-ARCHIVADOS(WK-IX-ARC)  TO WK-TOT-ARCHIVADOS.
           ADD TB-ARC-RETENIDOS(WK-IX-ARC)   TO WK-TOT-RETENIDOS.
           ADD TB-ARC-CONSERVADOS(WK-IX-ARC) TO WK-TOT-CONSERVADOS.

       4500-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB518LS.
           IF ES-RB518LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB518LS ' ES-RB518LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *================================================================*
      * MODO 'C': RECUPERACION PARA AUDITORIA. EL JCL CONCATENA EN     *
      * AR518SS LOS ARCHIVOS ANUALES DEL RANGO; SE EXTRAEN A RB518EX   *
      * LOS REGISTROS CON FECHA EN EL RANGO (Y DEL ARCHIVO PEDIDO, SI  *
      * VINO ARCHIVO=) Y SE LISTA CANTIDAD, RANGO Y HASH POR ARCHIVO   *
      * PARA COTEJAR CONTRA EL MANIFIESTO RB518MF                      *
      *================================================================*
       700-CONSULTAR.

           DISPLAY 'CONSULTA DE ARCHIVO DESDE ' WK-FECHA-DESDE-C
                   ' HASTA ' WK-FECHA-HASTA-C
                   ' ARCHIVO ' WK-ARCHIVO-C.

           OPEN INPUT AR518SS.
           IF   ES-AR518SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO ANUAL AR518SS '
                         ES-AR518SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN OUTPUT RB518EX.
           IF   ES-RB518EX NOT = '00'
                DISPLAY 'ERROR AL ABRIR EXTRACTO RB518EX ' ES-RB518EX
                MOVE     999           TO   RETURN-CODE
                CLOSE    AR518SS
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 7000-LEER-AR518SS THRU 7000-FIN
                   UNTIL SW-FIN = 1.

           CLOSE AR518SS.

           MOVE WK-LINEA-COLUMNAS TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 7100-LISTAR-EXTRAIDOS THRU 7100-FIN
                   UNTIL WK-IX-ARC >= 6.

           IF WK-TOT-EXTRAIDOS = 0
              MOVE SPACES          TO WK-LINEA-TEXTO
              MOVE 'SIN REGISTROS ARCHIVADOS EN EL RANGO PEDIDO'
                                   TO WK-LTX-TEXTO
              MOVE WK-LINEA-TEXTO  TO REG-RB518LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       700-FIN.
           EXIT.

       7000-LEER-AR518SS.

           READ AR518SS.
           IF ES-AR518SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 7000-FIN
           END-IF.
           IF ES-AR518SS NOT = '00'
              DISPLAY 'ERROR AL LEER ARCHIVO ANUAL AR518SS ' ES-AR518SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-ARCHIVO.

           IF AR518-FECHA-REG < WK-FECHA-DESDE-C OR
              AR518-FECHA-REG > WK-FECHA-HASTA-C
              GO TO 7000-FIN
           END-IF.
           IF WK-ARCHIVO-C NOT = SPACES AND
              AR518-ARCHIVO NOT = WK-ARCHIVO-C
              GO TO 7000-FIN
           END-IF.

           MOVE 0 TO WK-IX-ARC.
           MOVE 0 TO WK-SW-HALLADO.
           PERFORM 7001-BUSCAR-ARCHIVO THRU 7001-FIN
                   UNTIL WK-IX-ARC >= 6 OR WK-SW-HALLADO = 1.
           IF WK-SW-HALLADO = 0
              DISPLAY 'AVISO: ARCHIVO DESCONOCIDO EN AR518SS : '
                       AR518-ARCHIVO
              ADD 1 TO WK-AVISOS
              GO TO 7000-FIN
           END-IF.

           WRITE REG-RB518EX FROM REG-AR518SS.
           IF ES-RB518EX NOT = '00'
              DISPLAY 'ERROR AL GRABAR EXTRACTO RB518EX ' ES-RB518EX
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-TOT-EXTRAIDOS.

      * EL HASH SE RECALCULA CON EL MISMO CAMPO QUE USO EL MODO 'A'
           EVALUATE WK-IX-ARC
               WHEN 1
                   MOVE AR518-DATOS TO REG-RBHISSS
                   MOVE RBHIS-NUM-TRANSAC  TO WK-HASH-VALOR
               WHEN 2
                   MOVE AR518-DATOS TO REG-RBLEDSS
                   MOVE RBLEDG-HORA-INICIO TO WK-HASH-VALOR
               WHEN 3
                   MOVE AR518-DATOS TO REG-RB452SS
                   MOVE RB452SS-CANT-REGS  TO WK-HASH-VALOR
               WHEN 4
                   MOVE AR518-DATOS TO REG-RBVOLSS
                   MOVE RBVOL-LEIDOS-CIFIN TO WK-HASH-VALOR
               WHEN 5
                   MOVE AR518-DATOS TO REG-CN286SS
                   MOVE CN286-NUM-CTA      TO WK-HASH-VALOR
               WHEN 6
                   MOVE AR518-DATOS TO REG-RB484SS
                   MOVE RB484-CANT-REGS    TO WK-HASH-VALOR
           END-EVALUATE.

           ADD 1 TO TB-ARC-ARCHIVADOS(WK-IX-ARC).
           IF TB-ARC-FECHA-DESDE(WK-IX-ARC) = 0 OR
              AR518-FECHA-REG < TB-ARC-FECHA-DESDE(WK-IX-ARC)
              MOVE AR518-FECHA-REG TO TB-ARC-FECHA-DESDE(WK-IX-ARC)
           END-IF.
           IF AR518-FECHA-REG > TB-ARC-FECHA-HASTA(WK-IX-ARC)
              MOVE AR518-FECHA-REG TO TB-ARC-FECHA-HASTA(WK-IX-ARC)
           END-IF.
           ADD WK-HASH-VALOR TO TB-ARC-HASH(WK-IX-ARC).
           IF TB-ARC-HASH(WK-IX-ARC) >= WK-HASH-MODULO
              SUBTRACT WK-HASH-MODULO FROM TB-ARC-HASH(WK-IX-ARC)
           END-IF.

       7000-FIN.
           EXIT.

       7001-BUSCAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           IF TB-ARC-NOMBRE(WK-IX-ARC) = AR518-ARCHIVO
              MOVE 1 TO WK-SW-HALLADO.

       7001-FIN.
           EXIT.

       7100-LISTAR-EXTRAIDOS.

           ADD 1 TO WK-IX-ARC.
           IF TB-ARC-ARCHIVADOS(WK-IX-ARC) = 0
              GO TO 7100-FIN
           END-IF.

           MOVE SPACES                       TO WK-LINEA-DETALLE.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)     TO WK-LDE-ARCHIVO.
           MOVE TB-ARC-ARCHIVADOS(WK-IX-ARC) TO WK-LDE-ARCHIVADOS.
           MOVE TB-ARC-FECHA-DESDE(WK-IX-ARC) TO WK-LDE-DESDE.
           MOVE TB-ARC-FECHA-HASTA(WK-IX-ARC) TO WK-LDE-HASTA.
           MOVE TB-ARC-HASH(WK-IX-ARC)       TO WK-LDE-HASH.
           MOVE WK-LINEA-DETALLE             TO REG-RB518LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       7100-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD518 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-AVISOS > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY AVISOS DE RETENCION EN LA CORRIDA. '
                      'SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD518 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'MODO                       : ' WK-MODO-PROCESO
              DISPLAY 'REGISTROS LEIDOS           : ' WK-TOT-LEIDOS
              DISPLAY 'REGISTROS ARCHIVADOS       : ' WK-TOT-ARCHIVADOS
              DISPLAY 'RETENIDOS POR DEPENDENCIA  : ' WK-TOT-RETENIDOS
              DISPLAY 'CONSERVADOS EN LINEA       : ' WK-TOT-CONSERVADOS
              DISPLAY 'LEIDOS DEL ARCHIVO ANUAL   : ' WK-LEIDOS-ARCHIVO
              DISPLAY 'EXTRAIDOS PARA AUDITORIA   : ' WK-TOT-EXTRAIDOS
              DISPLAY 'AVISOS                     : ' WK-AVISOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB518LS.
           CLOSE RB518EX.
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

           MOVE 'RBD518  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS'             TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-TOT-LEIDOS        TO RBLEDG-CONT-VALOR(1).
           MOVE 'ARCHIVADOS'         TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-TOT-ARCHIVADOS    TO RBLEDG-CONT-VALOR(2).
           MOVE 'RETENIDOS'          TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-TOT-RETENIDOS     TO RBLEDG-CONT-VALOR(3).
           MOVE 'CONSERVADOS'        TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-TOT-CONSERVADOS   TO RBLEDG-CONT-VALOR(4).
           MOVE 'EXTRAIDOS'          TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-TOT-EXTRAIDOS     TO RBLEDG-CONT-VALOR(5).
           MOVE 'AVISOS'             TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-AVISOS            TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

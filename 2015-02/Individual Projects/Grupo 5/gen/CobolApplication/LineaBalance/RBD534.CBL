      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : PRODUCTIVIDAD Y REPROCESO DEL MANTENIMIENTO DE   *
      *           : CN285SE POR OFICINA Y USUARIO                    *
      * OBJETIVO  : CN286SS REGISTRA CADA CAMBIO APLICADO A CN285SE  *
      *           : CON SU USUARIO, OFICINA Y APROBADOR, Y CN289SS   *
      *           : GUARDA LO CAPTURADO CON LA DECISION DEL          *
      *           : SUPERVISOR EN RDK08394, PERO NADIE LO MEDIA.     *
      *           : PARA EL MES ANTERIOR A LA FECHA DE PROCESO ESTE  *
      *           : PASO CUENTA POR OFICINA Y USUARIO LOS CAMBIOS    *
      *           : CAPTURADOS, APROBADOS, RECHAZADOS Y PENDIENTES;  *
      *           : DE LOS APLICADOS, LOS QUE OTRO CAMBIO SOBRE LA   *
      *           : MISMA CUENTA VOLVIO A TOCAR DENTRO DE N DIAS Y   *
      *           : LOS QUE IGUAL TERMINARON EN RB451SS O RB459SS    *
      *           : DENTRO DE LA SEMANA. LISTA EL DETALLE Y RANKEA   *
      *           : LAS OFICINAS POR PORCENTAJE DE REPROCESO PARA    *
      *           : ORIENTAR LA CAPACITACION (RB534LS)               *
      * FECHA     : 08 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192189                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192189                                       *
      * FECHA  : 08 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM534SS PALABRA-    *
      *          CLAVE=VALOR, TODAS OPCIONALES: PERIODO=AAAAMM (POR  *
      *          OMISION EL MES ANTERIOR AL DE PROCESO), DIAS-       *
      *          REVERSION= (30) Y DIAS-EXCEPCION= (7).              *
      *          CAPTURADOS/APROBADOS/RECHAZADOS/PENDIENTES SALEN DE *
      *          CN289SS POR FECHA DE CAPTURA. APLICADOS SALEN DE    *
      *          CN286SS POR FECHA DEL CAMBIO, SIN LOS AUTOMATICOS   *
      *          DE RBD529. UN APLICADO ES REVERTIDO SI OTRO CAMBIO  *
      *          DE CN286SS SOBRE LA MISMA CUENTA LLEGA DENTRO DE    *
      *          DIAS-REVERSION, Y CON EXCEPCION SI LA CUENTA SALE   *
      *          EN UNA GENERACION DE RB451SS O RB459SS FECHADA      *
      *          DESDE EL CAMBIO HASTA DIAS-EXCEPCION DESPUES. LAS   *
      *          GENERACIONES SE LEEN DE LA LISTA LST534SS (TIPO,    *
      *          FECHA DE PROCESO Y NOMBRE, UNA POR CORRIDA DE       *
      *          RBD457). % REPROCESO = (RECHAZADOS + APLICADOS      *
      *          REVERTIDOS O CON EXCEPCION) / (RECHAZADOS +         *
      *          APLICADOS). SIN LISTA DE GENERACIONES O CON UNA     *
      *          FECHA DE PROCESO QUE NO CUBRE LA VENTANA DEL ULTIMO *
      *          DIA DEL MES SE LISTA IGUAL Y SE DEJA RETURN-CODE 4  *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD534.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 08 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM534SS   ASSIGN TO SYS001-PARM534SS
                               FILE STATUS ES-PARM534SS.

           SELECT  CN289SS     ASSIGN TO SYS002-CN289SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CN289-LLAVE
                               FILE STATUS ES-CN289SS.

           SELECT  CN286SS     ASSIGN TO SYS003-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  LST534SS    ASSIGN TO SYS004-LST534SS
                               FILE STATUS ES-LST534SS.

           SELECT  RB451SS     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB451SS.

           SELECT  RB459SS     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB459SS.

           SELECT  RB534WK     ASSIGN TO SYS005-RB534WK
                               FILE STATUS ES-RB534WK.

           SELECT  RB534OR     ASSIGN TO SYS006-RB534OR
                               FILE STATUS ES-RB534OR.

           SELECT  SD534       ASSIGN TO SORTWK1.

           SELECT  RB534LS     ASSIGN TO SYS007-RB534LS
                               FILE STATUS ES-RB534LS.

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
       FD  PARM534SS.
       01  REG-PARM534SS                  PIC X(80).

      *----------------------------------------------------------------*
      * CAMBIOS CAPTURADOS CON LA DECISION DEL SUPERVISOR, MISMO       *
      * LAYOUT DE AREA-CN289 QUE GRABAN RDK08320 Y RBD478              *
      *----------------------------------------------------------------*
       FD  CN289SS.
       01  REG-CN289SS.
           03 CN289-LLAVE.
              05 CN289-FECHA              PIC 9(08).
              05 CN289-HORA               PIC 9(06).
              05 CN289-NUM-CTA            PIC 9(16).
           03 CN289-TIP-ACCION            PIC X(01).
           03 CN289-DATOS-TRX.
              05 CN289-DISP               PIC X(03).
              05 CN289-LOCALIZACION       PIC X(01).
              05 CN289-ORIGEN             PIC X(03).
              05 CN289-APLIC-ORIGEN       PIC X(02).
              05 CN289-APLIC-DEST         PIC X(02).
           03 CN289-RED-ADQUIR            PIC X(02).
           03 CN289-COD-ADQUI             PIC 9(02).
           03 CN289-NUM-DISPOSITIVO       PIC X(04).
           03 CN289-DESCRIPCION           PIC X(100).
           03 CN289-IND-ENCRIPCION        PIC X(01).
           03 CN289-LLAVE-ENCRP           PIC X(09).
           03 CN289-FEC-ALTA              PIC 9(08).
           03 CN289-FEC-BAJA              PIC 9(08).
           03 CN289-USUARIO               PIC X(13).
           03 CN289-NUM-OFI               PIC 9(03).
           03 CN289-ESTADO                PIC X(01).
              88 CN289-PENDIENTE          VALUE 'P'.
              88 CN289-APROBADO           VALUE 'A'.
              88 CN289-RECHAZADO          VALUE 'R'.
           03 CN289-APROBADOR             PIC X(13).
           03 CN289-FECHA-DECISION        PIC 9(08).
           03 CN289-HORA-DECISION         PIC 9(06).
           03 CN289-ENTIDAD               PIC X(02).
           03 CN289-FECHA-EFECTIVA        PIC 9(08).

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS APLICADOS A CN285SE (MISMO LAYOUT DE       *
      * AREA-CN286)                                                    *
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
      * LISTA DE GENERACIONES DE RB451SS Y RB459SS A REVISAR: TIPO,    *
      * FECHA DE PROCESO DE LA CORRIDA DE RBD457 QUE LA GRABO Y NOMBRE *
      *----------------------------------------------------------------*
       FD  LST534SS.
       01  REG-LST534SS.
           03 LST534-ARCHIVO              PIC X(07).
           03 FILLER                      PIC X(01).
           03 LST534-FECHA-PROCESO        PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LST534-NOMB-ARCHIVO         PIC X(100).

      *----------------------------------------------------------------*
      * EXCEPCIONES SIN PAREJA EN CN285SE, MISMO LAYOUT QUE RBD457     *
      *----------------------------------------------------------------*
       FD  RB451SS.
       01  REG-RB451SS.
           03 RB451SS-NUM-CTA             PIC 9(16).
           03 RB451SS-NUM-TRANSAC         PIC 9(16).
           03 RB451SS-TIP-TRANSAC         PIC X(3).
           03 RB451SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB451SS-MONEDA              PIC X(3).
           03 RB451SS-FECHA-TRANSAC       PIC 9(8).
           03 RB451SS-HORA-TRANSAC        PIC 9(6).
           03 RB451SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB451SS-NOMBRE-RED          PIC X(100).
       01  REG-RB451SS-TRL.
           03 RB451SS-TRL-TIPO-REG        PIC X(3).
           03 RB451SS-TRL-CANT-REGS       PIC 9(10).
           03 RB451SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * RECHAZOS POR RED INVALIDA ('R') O NO VIGENTE ('V')             *
      *----------------------------------------------------------------*
       FD  RB459SS.
       01  REG-RB459SS.
           03 RB459SS-NUM-CTA             PIC 9(16).
           03 RB459SS-RED-ADQUIR          PIC X(2).
           03 RB459SS-MOTIVO              PIC X(1).
       01  REG-RB459SS-TRL.
           03 RB459SS-TRL-TIPO-REG        PIC X(3).
           03 RB459SS-TRL-CANT-REGS       PIC 9(10).
           03 RB459SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * EVENTOS POR CUENTA: CAMBIOS ('C') DE CN286SS Y EXCEPCIONES     *
      * ('E') DE LAS GENERACIONES. SE CLASIFICAN POR CUENTA, FECHA,    *
      * HORA Y TIPO; LA EXCEPCION LLEVA HORA 999999 PARA QUEDAR DETRAS *
      * DE LOS CAMBIOS DEL MISMO DIA                                   *
      *----------------------------------------------------------------*
       FD  RB534WK.
       01  REG-RB534WK                    PIC X(80).

       FD  RB534OR.
       01  REG-RB534OR.
           03 RB534-LLAVE.
              05 RB534-NUM-CTA            PIC 9(16).
              05 RB534-FECHA              PIC 9(08).
              05 RB534-HORA               PIC 9(06).
              05 RB534-TIPO               PIC X(01).
                 88 RB534-ES-CAMBIO       VALUE 'C'.
                 88 RB534-ES-EXCEPCION    VALUE 'E'.
           03 RB534-ORIGEN                PIC X(07).
           03 RB534-USUARIO               PIC X(13).
           03 RB534-NUM-OFI               PIC 9(03).
           03 RB534-EN-PERIODO            PIC X(01).
           03 RB534-LIM-REVERSION         PIC 9(08).
           03 RB534-LIM-EXCEPCION         PIC 9(08).
           03 FILLER                      PIC X(09).

       SD  SD534.
       01  REG-SD534.
           03 SD534-LLAVE                 PIC X(31).
           03 FILLER                      PIC X(49).

       FD  RB534LS.
       01  REG-RB534LS                    PIC X(132).

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
           03  ES-PARM534SS                 PIC   X(02).
           03  ES-CN289SS                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-LST534SS                  PIC   X(02).
           03  ES-RB451SS                   PIC   X(02).
           03  ES-RB459SS                   PIC   X(02).
           03  ES-RB534WK                   PIC   X(02).
           03  ES-RB534OR                   PIC   X(02).
           03  ES-RB534LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-VENTANA-INCOMPLETA     PIC   9(01).
           03  WK-SW-SIN-GENERACIONES       PIC   9(01).
           03  WK-SW-USR-HALLADO            PIC   9(01).
           03  WK-CN289-LEIDOS              PIC   9(10).
           03  WK-CN286-LEIDOS              PIC   9(10).
           03  WK-CN286-AUTOMATICOS         PIC   9(10).
           03  WK-EXCEPCIONES-LEIDAS        PIC   9(10).
           03  WK-GENS-LEIDAS               PIC   9(05).
           03  WK-GENS-FUERA-VENTANA        PIC   9(05).
           03  WK-EVENTOS                   PIC   9(10).
           03  WK-PENDIENTES-DESCARGADOS    PIC   9(07).
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

      * PARAMETROS DE LA MEDICION
       01  WK-DIAS-REVERSION                PIC   9(03) VALUE 30.
       01  WK-DIAS-EXCEPCION                PIC   9(03) VALUE 7.
       01  WK-DIAS-VENTANA                  PIC   9(03).

      * MES MEDIDO Y SUS LIMITES; FECHA-LIMITE ES EL ULTIMO DIA CUYOS
      * CAMBIOS Y EXCEPCIONES CUENTAN PARA LOS CAMBIOS DEL MES
       01  WK-PERIODO                       PIC   9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03 WK-PER-ANIO                   PIC   9(04).
           03 WK-PER-MES                    PIC   9(02).
       01  WK-FECHA-DESDE                   PIC   9(08).
       01  WK-FECHA-HASTA                   PIC   9(08).
       01  WK-FECHA-LIMITE                  PIC   9(08).

      * SUMA DE DIAS CALENDARIO SOBRE WK-FECHA-CALC
       01  WK-FECHA-CALC                    PIC   9(08).
       01  WK-FECHA-CALC-R REDEFINES WK-FECHA-CALC.
           03 WK-FC-ANIO                    PIC   9(04).
           03 WK-FC-MES                     PIC   9(02).
           03 WK-FC-DIA                     PIC   9(02).
       01  WK-DIAS-A-SUMAR                  PIC   9(03).
       01  WK-DIAS-SUMADOS                  PIC   9(03).

      * LIMITES DE LA ULTIMA FECHA DE CAMBIO CALCULADA: CN286SS VIENE
      * EN ORDEN DE FECHA
       01  WK-LIM-FECHA-BASE                PIC   9(08).
       01  WK-LIM-REVERSION                 PIC   9(08).
       01  WK-LIM-EXCEPCION                 PIC   9(08).

       01  WK-TABLA-DIAS-MES.
           03 WK-DIAS-MES-01                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-02                PIC 9(02) VALUE 28.
           03 WK-DIAS-MES-03                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-04                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-05                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-06                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-07                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-08                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-09                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-10                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-11                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-12                PIC 9(02) VALUE 31.
       01  WK-TABLA-DIAS-MES-R REDEFINES WK-TABLA-DIAS-MES.
           03 WK-DIAS-DEL-MES               PIC 9(02) OCCURS 12.

       01  WK-DIAS-MES-ACTUAL               PIC   9(02).
       01  WK-SW-ANIO-BISIESTO              PIC   9(01).
       01  WK-RESTO-DIV                     PIC   9(04).
       01  WK-COCIENTE-DIV                  PIC   9(04).

      * GENERACION EN CURSO DE LA LISTA LST534SS
       01  WK-GEN-ARCHIVO-ACTUAL            PIC   X(100).
       01  WK-GEN-TIPO                      PIC   X(07).
       01  WK-GEN-FECHA                     PIC   9(08).

      * EVENTO QUE SE GRABA EN RB534WK
       01  WK-EVENTO.
           03 WK-EVE-NUM-CTA                PIC   9(16).
           03 WK-EVE-FECHA                  PIC   9(08).
           03 WK-EVE-HORA                   PIC   9(06).
           03 WK-EVE-TIPO                   PIC   X(01).
           03 WK-EVE-ORIGEN                 PIC   X(07).
           03 WK-EVE-USUARIO                PIC   X(13).
           03 WK-EVE-NUM-OFI                PIC   9(03).
           03 WK-EVE-EN-PERIODO             PIC   X(01).
           03 WK-EVE-LIM-REVERSION          PIC   9(08).
           03 WK-EVE-LIM-EXCEPCION          PIC   9(08).
           03 FILLER                        PIC   X(09).

      * CAMBIOS DE LA CUENTA EN CURSO AUN ABIERTOS A REVERSION O A
      * EXCEPCION. SE DESCARGAN A LOS CONTADORES EN EL CORTE DE CUENTA
       01  WK-CTA-EN-CURSO                  PIC   9(16).
       01  WK-CAPACIDAD-PEND                PIC   9(03) VALUE 100.
       01  WK-CANT-PEND                     PIC   9(03).
       01  WK-IX-PEND                       PIC   9(03).
       01  TB-PENDIENTES.
           03  TB-PEN OCCURS 100 TIMES.
               05 TB-PEN-FECHA              PIC  9(08).
               05 TB-PEN-USUARIO            PIC  X(13).
               05 TB-PEN-NUM-OFI            PIC  9(03).
               05 TB-PEN-EN-PERIODO         PIC  X(01).
               05 TB-PEN-LIM-REVERSION      PIC  9(08).
               05 TB-PEN-LIM-EXCEPCION      PIC  9(08).
               05 TB-PEN-REVERTIDO          PIC  9(01).
               05 TB-PEN-EXCEPCION          PIC  9(01).

      * CONTADORES POR OFICINA Y USUARIO. LO QUE NO CABE VA AL ULTIMO
      * RENGLON, OFICINA 999 '*OTROS*'
       01  WK-CAPACIDAD-USR                 PIC   9(03) VALUE 500.
       01  WK-CANT-USR                      PIC   9(03).
       01  WK-IX-USR                        PIC   9(03).
       01  WK-IX-MENOR                      PIC   9(03).
       01  WK-IX-LISTA                      PIC   9(03).
       01  WK-BUSCAR-CLAVE.
           03 WK-BUS-NUM-OFI                PIC   9(03).
           03 WK-BUS-USUARIO                PIC   X(13).
       01  WK-MENOR-CLAVE                   PIC   X(16).
       01  TB-USUARIOS.
           03  TB-USR OCCURS 500 TIMES.
               05 TB-USR-CLAVE.
                  07 TB-USR-NUM-OFI         PIC  9(03).
                  07 TB-USR-USUARIO         PIC  X(13).
               05 TB-USR-CONTADORES.
                  07 TB-USR-CONT OCCURS 8 TIMES
                                            PIC  9(07).
               05 TB-USR-LISTADO            PIC  9(01).

      * CONTADORES: 1 CAPTURADOS 2 APROBADOS 3 RECHAZADOS 4 PENDIENTES
      * 5 APLICADOS 6 REVERTIDOS 7 CON EXCEPCION 8 CON REPROCESO
       01  WK-IX-CONT                       PIC   9(01).

      * TOTALES POR OFICINA (SE ARMAN AL LISTAR EL DETALLE) Y GENERAL
       01  WK-CAPACIDAD-OFI                 PIC   9(03) VALUE 300.
       01  WK-CANT-OFI                      PIC   9(03).
       01  WK-IX-OFI                        PIC   9(03).
       01  WK-IX-MAYOR                      PIC   9(03).
       01  WK-IX-RANK                       PIC   9(03).
       01  WK-MAYOR-PCT                     PIC   9(03)V9(02).
       01  WK-OFI-EN-CURSO                  PIC   9(03).
       01  TB-OFICINAS.
           03  TB-OFI OCCURS 300 TIMES.
               05 TB-OFI-NUM-OFI            PIC  9(03).
               05 TB-OFI-CONTADORES.
                  07 TB-OFI-CONT OCCURS 8 TIMES
                                            PIC  9(07).
               05 TB-OFI-PCT-REPROCESO      PIC  9(03)V9(02).
               05 TB-OFI-RANKEADO           PIC  9(01).
       01  WK-TOTAL-OFICINA.
           03  WK-TOF-CONT OCCURS 8 TIMES   PIC  9(07).
       01  WK-TOTAL-GENERAL.
           03  WK-TGE-CONT OCCURS 8 TIMES   PIC  9(07).

      * CALCULO DEL PORCENTAJE DE REPROCESO DE UN RENGLON
       01  WK-CONTADORES-CALC.
           03  WK-CAL-CONT OCCURS 8 TIMES   PIC  9(07).
       01  WK-BASE-REPROCESO                PIC   9(08).
       01  WK-PCT-REPROCESO                 PIC   9(03)V9(02).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD534'.
           03 FILLER                       PIC X(58) VALUE
              'PRODUCTIVIDAD Y REPROCESO DEL MANTENIMIENTO DE CN285SE'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(10) VALUE
              'PERIODO : '.
           03 WK-LTI-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(21).

       01  WK-LINEA-PARAMETROS.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(24) VALUE
              'DIAS PARA REVERSION  : '.
           03 WK-LPA-REVERSION              PIC ZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(24) VALUE
              'DIAS PARA EXCEPCION  : '.
           03 WK-LPA-EXCEPCION              PIC ZZ9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(24) VALUE
              'VENTANA CUBIERTA HASTA: '.
           03 WK-LPA-LIMITE                 PIC 9(08).
           03 FILLER                       PIC X(02).
           03 WK-LPA-AVISO                  PIC X(34).

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02).
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '  OFI  USUARIO        CAPTUR.   APROB.  RECH'.
           03 FILLER                       PIC X(44) VALUE
              'AZ.    PEND.   APLIC.  REVERT.  EXCEPC.  REP'.
           03 FILLER                       PIC X(44) VALUE
              'ROC.  %REPR.                                '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-OFI                PIC X(03).
           03 FILLER                       PIC X(02).
           03 WK-LDE-USUARIO                PIC X(13).
           03 WK-LDE-COLUMNA OCCURS 8 TIMES.
              05 FILLER                    PIC X(02).
              05 WK-LDE-CANT                PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-PCT                    PIC ZZ9.99.
           03 FILLER                       PIC X(32).

       01  WK-EDIT-OFI                      PIC ZZ9.

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '   RK  OFI  CAPTUR.   APROB.  RECHAZ.    PEN'.
           03 FILLER                       PIC X(44) VALUE
              'D.   APLIC.  REVERT.  EXCEPC.  REPROC.  %REP'.
           03 FILLER                       PIC X(44) VALUE
              'R.                                          '.

       01  WK-LINEA-RANKING.
           03 FILLER                       PIC X(02).
           03 WK-LRK-RANK                   PIC ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LRK-NUM-OFI                PIC ZZ9.
           03 WK-LRK-COLUMNA OCCURS 8 TIMES.
              05 FILLER                    PIC X(02).
              05 WK-LRK-CANT                PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PCT                    PIC ZZ9.99.
           03 FILLER                       PIC X(42).

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(02).
           03 WK-LTX-TEXTO                  PIC X(100).
           03 FILLER                       PIC X(30).

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

           PERFORM 100-INICIALIZAR      THRU 100-FIN.
           PERFORM 200-LEER-CAPTURAS    THRU 200-FIN.
           PERFORM 300-ARMAR-EVENTOS    THRU 300-FIN.
           PERFORM 400-ANALIZAR-EVENTOS THRU 400-FIN.
           PERFORM 600-LISTADO          THRU 600-FIN.
           PERFORM 990-FINALIZAR        THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-USUARIOS.
           INITIALIZE  TB-OFICINAS.
           INITIALIZE  WK-TOTAL-GENERAL.
           MOVE 0 TO WK-CANT-USR.
           MOVE 0 TO WK-CANT-OFI.
           MOVE 0 TO WK-PERIODO.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 120-LEER-PARM534SS   THRU 120-FIN.
           PERFORM 130-CALCULAR-PERIODO THRU 130-FIN.

           OPEN INPUT CN289SS.
           IF   ES-CN289SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR CAPTURAS CN289SS ' ES-CN289SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT CN286SS.
           IF   ES-CN286SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA CN286SS ' ES-CN286SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN289SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB534LS.
           IF   ES-RB534LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB534LS ' ES-RB534LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CN289SS CN286SS
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

       120-LEER-PARM534SS.

           OPEN INPUT PARM534SS.
           IF   ES-PARM534SS = '97'
                MOVE '00'  TO ES-PARM534SS.
           IF   ES-PARM534SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM534SS NOT = '00'
                CLOSE PARM534SS
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM534SS.
           IF ES-PARM534SS = '00'
              IF REG-PARM534SS = SPACES OR REG-PARM534SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM534SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM534SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM534SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM534SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           PERFORM 1202-CONVERTIR-NUMERO THRU 1202-FIN.

           EVALUATE TRUE
               WHEN WK-PARM-CLAVE = 'PERIODO'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 6
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PERIODO
                   IF WK-PER-MES < 1 OR WK-PER-MES > 12
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
               WHEN WK-PARM-CLAVE = 'DIAS-REVERSION'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO > 3 OR
                      WK-PARM-NUMERO = 0
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-REVERSION
               WHEN WK-PARM-CLAVE = 'DIAS-EXCEPCION'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO > 3 OR
                      WK-PARM-NUMERO = 0
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-EXCEPCION
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM534SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

       1202-CONVERTIR-NUMERO.

           MOVE 0 TO WK-PARM-NUMERO.
           MOVE 0 TO WK-PARM-LARGO.
           MOVE 1 TO WK-SW-VALOR-VALIDO.
           MOVE 0 TO WK-SW-FIN-VALOR.
           MOVE 0 TO WK-IX-PARM.
           PERFORM 1203-CONVERTIR-DIGITO THRU 1203-FIN
                   UNTIL WK-IX-PARM >= 50 OR
                         WK-SW-VALOR-VALIDO = 0 OR
                         WK-SW-FIN-VALOR = 1.
           IF WK-PARM-LARGO = 0 OR WK-PARM-LARGO > 10
              MOVE 0 TO WK-SW-VALOR-VALIDO.

       1202-FIN.
           EXIT.

       1203-CONVERTIR-DIGITO.

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

       1203-FIN.
           EXIT.

       1204-VALOR-INVALIDO.

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM534SS: '
                    REG-PARM534SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1204-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MES MEDIDO (EL ANTERIOR AL DE PROCESO SALVO PERIODO=) Y LA     *
      * VENTANA: LOS CAMBIOS DEL ULTIMO DIA DEL MES SE SIGUEN HASTA    *
      * EL MAYOR DE LOS DOS PLAZOS. SI LA FECHA DE PROCESO NO LLEGA A  *
      * CUBRIRLA LOS NUMEROS DE FIN DE MES PUEDEN SUBIR DESPUES        *
      *----------------------------------------------------------------*
       130-CALCULAR-PERIODO.

           IF WK-PERIODO = 0
              MOVE WK-FS-ANIO TO WK-PER-ANIO
              MOVE WK-FS-MES  TO WK-PER-MES
              IF WK-PER-MES = 1
                 MOVE 12 TO WK-PER-MES
                 SUBTRACT 1 FROM WK-PER-ANIO
              ELSE
                 SUBTRACT 1 FROM WK-PER-MES
              END-IF
           END-IF.

           MOVE WK-PER-ANIO TO WK-FC-ANIO.
           MOVE WK-PER-MES  TO WK-FC-MES.
           MOVE 1           TO WK-FC-DIA.
           MOVE WK-FECHA-CALC TO WK-FECHA-DESDE.
           PERFORM 711-DETERMINAR-DIAS-MES THRU 711-FIN.
           MOVE WK-DIAS-MES-ACTUAL TO WK-FC-DIA.
           MOVE WK-FECHA-CALC TO WK-FECHA-HASTA.

           MOVE WK-DIAS-REVERSION TO WK-DIAS-VENTANA.
           IF WK-DIAS-EXCEPCION > WK-DIAS-VENTANA
              MOVE WK-DIAS-EXCEPCION TO WK-DIAS-VENTANA
           END-IF.
           MOVE WK-FECHA-HASTA  TO WK-FECHA-CALC.
           MOVE WK-DIAS-VENTANA TO WK-DIAS-A-SUMAR.
           PERFORM 700-SUMAR-DIAS THRU 700-FIN.
           MOVE WK-FECHA-CALC   TO WK-FECHA-LIMITE.

           IF WK-FECHA-SISTEMA < WK-FECHA-LIMITE
              MOVE 1 TO WK-SW-VENTANA-INCOMPLETA
           END-IF.

           DISPLAY 'PERIODO MEDIDO : ' WK-PERIODO
                   ' (' WK-FECHA-DESDE ' A ' WK-FECHA-HASTA ')'.
           DISPLAY 'DIAS PARA REVERSION : ' WK-DIAS-REVERSION
                   '   DIAS PARA EXCEPCION : ' WK-DIAS-EXCEPCION.
           DISPLAY 'SE LEEN CAMBIOS Y EXCEPCIONES HASTA : '
                    WK-FECHA-LIMITE.
           IF WK-SW-VENTANA-INCOMPLETA = 1
              DISPLAY 'AVISO: LA FECHA DE PROCESO NO CUBRE LA '
                      'VENTANA COMPLETA DEL MES'
           END-IF.

       130-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CAPTURAS DEL MES (CN289SS) POR LA OFICINA Y EL USUARIO QUE     *
      * CAPTURO, CON LA DECISION DEL SUPERVISOR                        *
      *----------------------------------------------------------------*
       200-LEER-CAPTURAS.

           MOVE WK-FECHA-DESDE TO CN289-FECHA.
           MOVE 0              TO CN289-HORA.
           MOVE 0              TO CN289-NUM-CTA.
           START CN289SS KEY IS NOT LESS THAN CN289-LLAVE.
           IF ES-CN289SS NOT = '00'
              GO TO 200-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-CN289 THRU 2000-FIN
                   UNTIL SW-FIN = 1.

       200-FIN.
           EXIT.

       2000-LEER-CN289.

           READ CN289SS NEXT RECORD.
           IF ES-CN289SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-CN289SS NOT = '00'
              DISPLAY 'ERROR AL LEER CAPTURAS CN289SS ' ES-CN289SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF CN289-FECHA > WK-FECHA-HASTA
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.

           ADD  1             TO WK-CN289-LEIDOS.
           MOVE CN289-NUM-OFI TO WK-BUS-NUM-OFI.
           MOVE CN289-USUARIO TO WK-BUS-USUARIO.
           PERFORM 500-BUSCAR-USUARIO THRU 500-FIN.

           ADD 1 TO TB-USR-CONT(WK-IX-USR, 1).
           EVALUATE TRUE
               WHEN CN289-APROBADO
                   ADD 1 TO TB-USR-CONT(WK-IX-USR, 2)
               WHEN CN289-RECHAZADO
                   ADD 1 TO TB-USR-CONT(WK-IX-USR, 3)
               WHEN OTHER
                   ADD 1 TO TB-USR-CONT(WK-IX-USR, 4)
           END-EVALUATE.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EVENTOS: LOS CAMBIOS DE CN286SS DESDE EL PRIMER DIA DEL MES    *
      * HASTA EL LIMITE DE LA VENTANA Y LAS CUENTAS DE CADA GENERACION *
      * DE RB451SS / RB459SS FECHADA EN ESE RANGO. LUEGO SE CLASIFICAN *
      *----------------------------------------------------------------*
       300-ARMAR-EVENTOS.

           OPEN OUTPUT RB534WK.
           IF   ES-RB534WK NOT = '00'
                DISPLAY 'ERROR AL ABRIR TRABAJO RB534WK ' ES-RB534WK
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           PERFORM 310-LEER-CAMBIOS      THRU 310-FIN.
           PERFORM 320-LEER-GENERACIONES THRU 320-FIN.

           CLOSE RB534WK.

           SORT SD534 ON ASCENDING KEY SD534-LLAVE
                WITH DUPLICATES IN ORDER
                USING RB534WK
                GIVING RB534OR.
           IF SORT-RETURN NOT = 0
              DISPLAY 'ERROR AL CLASIFICAR EVENTOS, SORT-RETURN '
                       SORT-RETURN
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       300-FIN.
           EXIT.

       310-LEER-CAMBIOS.

           MOVE 0              TO WK-LIM-FECHA-BASE.
           MOVE WK-FECHA-DESDE TO CN286-FECHA.
           MOVE 0              TO CN286-HORA.
           MOVE 0              TO CN286-NUM-CTA.
           START CN286SS KEY IS NOT LESS THAN CN286-LLAVE.
           IF ES-CN286SS NOT = '00'
              GO TO 310-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 3100-LEER-CN286 THRU 3100-FIN
                   UNTIL SW-FIN = 1.

       310-FIN.
           EXIT.

       3100-LEER-CN286.

           READ CN286SS NEXT RECORD.
           IF ES-CN286SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3100-FIN
           END-IF.
           IF ES-CN286SS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA CN286SS ' ES-CN286SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF CN286-FECHA > WK-FECHA-LIMITE
              MOVE 1 TO SW-FIN
              GO TO 3100-FIN
           END-IF.

           ADD 1 TO WK-CN286-LEIDOS.
      * LA RENUMERACION DE RBD529 NO ES MANTENIMIENTO DE UN USUARIO
           IF CN286-USUARIO = 'RBD529'
              ADD 1 TO WK-CN286-AUTOMATICOS
              GO TO 3100-FIN
           END-IF.

           IF CN286-FECHA NOT = WK-LIM-FECHA-BASE
              PERFORM 3110-CALCULAR-LIMITES THRU 3110-FIN
           END-IF.

           MOVE CN286-NUM-CTA    TO WK-EVE-NUM-CTA.
           MOVE CN286-FECHA      TO WK-EVE-FECHA.
           MOVE CN286-HORA       TO WK-EVE-HORA.
           MOVE 'C'              TO WK-EVE-TIPO.
           MOVE 'CN286SS'        TO WK-EVE-ORIGEN.
           MOVE CN286-USUARIO    TO WK-EVE-USUARIO.
           MOVE CN286-NUM-OFI    TO WK-EVE-NUM-OFI.
           MOVE 'N'              TO WK-EVE-EN-PERIODO.
           IF CN286-FECHA NOT > WK-FECHA-HASTA
              MOVE 'S'           TO WK-EVE-EN-PERIODO
           END-IF.
           MOVE WK-LIM-REVERSION TO WK-EVE-LIM-REVERSION.
           MOVE WK-LIM-EXCEPCION TO WK-EVE-LIM-EXCEPCION.
           PERFORM 390-GRABAR-EVENTO THRU 390-FIN.

       3100-FIN.
           EXIT.

       3110-CALCULAR-LIMITES.

           MOVE CN286-FECHA       TO WK-LIM-FECHA-BASE.
           MOVE CN286-FECHA       TO WK-FECHA-CALC.
           MOVE WK-DIAS-REVERSION TO WK-DIAS-A-SUMAR.
           PERFORM 700-SUMAR-DIAS THRU 700-FIN.
           MOVE WK-FECHA-CALC     TO WK-LIM-REVERSION.
           MOVE CN286-FECHA       TO WK-FECHA-CALC.
           MOVE WK-DIAS-EXCEPCION TO WK-DIAS-A-SUMAR.
           PERFORM 700-SUMAR-DIAS THRU 700-FIN.
           MOVE WK-FECHA-CALC     TO WK-LIM-EXCEPCION.

       3110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GENERACIONES DE RB451SS Y RB459SS DE LA LISTA LST534SS. SIN    *
      * LISTA NO SE MIDEN LAS EXCEPCIONES                              *
      *----------------------------------------------------------------*
       320-LEER-GENERACIONES.

           OPEN INPUT LST534SS.
           IF   ES-LST534SS = '97'
                MOVE '00'  TO ES-LST534SS.
           IF   ES-LST534SS NOT = '00'
                DISPLAY 'AVISO: LISTA LST534SS NO DISPONIBLE '
                         ES-LST534SS ', NO SE MIDEN EXCEPCIONES'
                MOVE 1 TO WK-SW-SIN-GENERACIONES
                GO TO 320-FIN.

           PERFORM 3200-LEER-LST534SS THRU 3200-FIN
                   UNTIL ES-LST534SS NOT = '00'.
           CLOSE LST534SS.

           IF WK-GENS-LEIDAS = 0
              DISPLAY 'AVISO: LST534SS SIN GENERACIONES EN LA '
                      'VENTANA, NO SE MIDEN EXCEPCIONES'
              MOVE 1 TO WK-SW-SIN-GENERACIONES
           END-IF.
           DISPLAY 'GENERACIONES LEIDAS : ' WK-GENS-LEIDAS
                   '   FUERA DE LA VENTANA : ' WK-GENS-FUERA-VENTANA.

       320-FIN.
           EXIT.

       3200-LEER-LST534SS.

           READ LST534SS.
           IF ES-LST534SS NOT = '00'
              GO TO 3200-FIN
           END-IF.
           IF REG-LST534SS = SPACES OR REG-LST534SS(1:1) = '*'
              GO TO 3200-FIN
           END-IF.
           IF LST534-FECHA-PROCESO NOT NUMERIC OR
              (LST534-ARCHIVO NOT = 'RB451SS' AND
               LST534-ARCHIVO NOT = 'RB459SS')
              DISPLAY 'RENGLON MAL FORMADO EN LST534SS: '
                       REG-LST534SS
              MOVE     999           TO   RETURN-CODE
              CLOSE    LST534SS
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF LST534-FECHA-PROCESO < WK-FECHA-DESDE OR
              LST534-FECHA-PROCESO > WK-FECHA-LIMITE
              ADD 1 TO WK-GENS-FUERA-VENTANA
              GO TO 3200-FIN
           END-IF.

           ADD  1                    TO WK-GENS-LEIDAS.
           MOVE LST534-ARCHIVO       TO WK-GEN-TIPO.
           MOVE LST534-FECHA-PROCESO TO WK-GEN-FECHA.
           MOVE LST534-NOMB-ARCHIVO  TO WK-GEN-ARCHIVO-ACTUAL.
           IF WK-GEN-TIPO = 'RB451SS'
              PERFORM 3210-LEER-GEN-RB451 THRU 3210-FIN
           ELSE
              PERFORM 3220-LEER-GEN-RB459 THRU 3220-FIN
           END-IF.

       3200-FIN.
           EXIT.

       3210-LEER-GEN-RB451.

           OPEN INPUT RB451SS.
           IF   ES-RB451SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB451SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3211-LEER-RB451SS THRU 3211-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB451SS.

       3210-FIN.
           EXIT.

       3211-LEER-RB451SS.

           READ RB451SS.
           IF ES-RB451SS = '10' OR '46'
              MOVE 1 TO SW-FIN
              GO TO 3211-FIN
           END-IF.
           IF ES-RB451SS NOT = '00'
              DISPLAY 'ERROR AL LEER GENERACION '
                       WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB451SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB451SS-TRL-TIPO-REG = 'TRL'
              MOVE 1 TO SW-FIN
              GO TO 3211-FIN
           END-IF.

           MOVE RB451SS-NUM-CTA TO WK-EVE-NUM-CTA.
           PERFORM 3290-EVENTO-EXCEPCION THRU 3290-FIN.

       3211-FIN.
           EXIT.

       3220-LEER-GEN-RB459.

           OPEN INPUT RB459SS.
           IF   ES-RB459SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB459SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3221-LEER-RB459SS THRU 3221-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB459SS.

       3220-FIN.
           EXIT.

       3221-LEER-RB459SS.

           READ RB459SS.
           IF ES-RB459SS = '10' OR '46'
              MOVE 1 TO SW-FIN
              GO TO 3221-FIN
           END-IF.
           IF ES-RB459SS NOT = '00'
              DISPLAY 'ERROR AL LEER GENERACION '
                       WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB459SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB459SS-TRL-TIPO-REG = 'TRL'
              MOVE 1 TO SW-FIN
              GO TO 3221-FIN
           END-IF.

           MOVE RB459SS-NUM-CTA TO WK-EVE-NUM-CTA.
           PERFORM 3290-EVENTO-EXCEPCION THRU 3290-FIN.

       3221-FIN.
           EXIT.

       3290-EVENTO-EXCEPCION.

           ADD  1            TO WK-EXCEPCIONES-LEIDAS.
           MOVE WK-GEN-FECHA TO WK-EVE-FECHA.
           MOVE 999999       TO WK-EVE-HORA.
           MOVE 'E'          TO WK-EVE-TIPO.
           MOVE WK-GEN-TIPO  TO WK-EVE-ORIGEN.
           MOVE SPACES       TO WK-EVE-USUARIO.
           MOVE 0            TO WK-EVE-NUM-OFI.
           MOVE 'N'          TO WK-EVE-EN-PERIODO.
           MOVE 0            TO WK-EVE-LIM-REVERSION.
           MOVE 0            TO WK-EVE-LIM-EXCEPCION.
           PERFORM 390-GRABAR-EVENTO THRU 390-FIN.

       3290-FIN.
           EXIT.

       390-GRABAR-EVENTO.

           MOVE WK-EVENTO TO REG-RB534WK.
           WRITE REG-RB534WK.
           IF ES-RB534WK NOT = '00'
              DISPLAY 'ERROR AL GRABAR TRABAJO RB534WK ' ES-RB534WK
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-EVENTOS.

       390-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECORRIDO POR CUENTA DE LOS EVENTOS CLASIFICADOS. UN CAMBIO    *
      * MARCA COMO REVERTIDOS LOS CAMBIOS ANTERIORES DE LA CUENTA AUN  *
      * DENTRO DE SU PLAZO; UNA EXCEPCION MARCA LOS CAMBIOS CUYO PLAZO *
      * DE EXCEPCION LA CUBRE. AL CAMBIAR DE CUENTA SE DESCARGA TODO   *
      *----------------------------------------------------------------*
       400-ANALIZAR-EVENTOS.

           OPEN INPUT RB534OR.
           IF   ES-RB534OR NOT = '00'
                DISPLAY 'ERROR AL ABRIR EVENTOS RB534OR ' ES-RB534OR
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO WK-CANT-PEND.
           MOVE 0 TO WK-CTA-EN-CURSO.
           MOVE 0 TO SW-FIN.
           PERFORM 4000-LEER-EVENTO THRU 4000-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 410-DESCARGAR-CUENTA THRU 410-FIN.

           CLOSE RB534OR.

       400-FIN.
           EXIT.

       4000-LEER-EVENTO.

           READ RB534OR.
           IF ES-RB534OR = '10'
              MOVE 1 TO SW-FIN
              GO TO 4000-FIN
           END-IF.
           IF ES-RB534OR NOT = '00'
              DISPLAY 'ERROR AL LEER EVENTOS RB534OR ' ES-RB534OR
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RB534-NUM-CTA NOT = WK-CTA-EN-CURSO
              PERFORM 410-DESCARGAR-CUENTA THRU 410-FIN
              MOVE RB534-NUM-CTA TO WK-CTA-EN-CURSO
           END-IF.

           IF RB534-ES-EXCEPCION
              MOVE 0 TO WK-IX-PEND
              PERFORM 4300-MARCAR-EXCEPCION THRU 4300-FIN
                      UNTIL WK-IX-PEND >= WK-CANT-PEND
              GO TO 4000-FIN
           END-IF.

           MOVE 0 TO WK-IX-PEND.
           PERFORM 4200-MARCAR-REVERSION THRU 4200-FIN
                   UNTIL WK-IX-PEND >= WK-CANT-PEND.

           IF WK-CANT-PEND >= WK-CAPACIDAD-PEND
              ADD 1 TO WK-PENDIENTES-DESCARGADOS
              PERFORM 410-DESCARGAR-CUENTA THRU 410-FIN
           END-IF.

           ADD  1                   TO WK-CANT-PEND.
           MOVE RB534-FECHA         TO TB-PEN-FECHA(WK-CANT-PEND).
           MOVE RB534-USUARIO       TO TB-PEN-USUARIO(WK-CANT-PEND).
           MOVE RB534-NUM-OFI       TO TB-PEN-NUM-OFI(WK-CANT-PEND).
           MOVE RB534-EN-PERIODO    TO TB-PEN-EN-PERIODO(WK-CANT-PEND).
           MOVE RB534-LIM-REVERSION
                              TO TB-PEN-LIM-REVERSION(WK-CANT-PEND).
           MOVE RB534-LIM-EXCEPCION
                              TO TB-PEN-LIM-EXCEPCION(WK-CANT-PEND).
           MOVE 0                   TO TB-PEN-REVERTIDO(WK-CANT-PEND).
           MOVE 0                   TO TB-PEN-EXCEPCION(WK-CANT-PEND).

       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SOLO LOS CAMBIOS DEL MES SUMAN; LOS POSTERIORES ESTABAN EN LA  *
      * TABLA PARA REVERTIR A LOS DEL MES                              *
      *----------------------------------------------------------------*
       410-DESCARGAR-CUENTA.

           MOVE 0 TO WK-IX-PEND.
           PERFORM 4100-DESCARGAR-CAMBIO THRU 4100-FIN
                   UNTIL WK-IX-PEND >= WK-CANT-PEND.
           MOVE 0 TO WK-CANT-PEND.

       410-FIN.
           EXIT.

       4100-DESCARGAR-CAMBIO.

           ADD 1 TO WK-IX-PEND.
           IF TB-PEN-EN-PERIODO(WK-IX-PEND) NOT = 'S'
              GO TO 4100-FIN
           END-IF.

           MOVE TB-PEN-NUM-OFI(WK-IX-PEND) TO WK-BUS-NUM-OFI.
           MOVE TB-PEN-USUARIO(WK-IX-PEND) TO WK-BUS-USUARIO.
           PERFORM 500-BUSCAR-USUARIO THRU 500-FIN.

           ADD 1 TO TB-USR-CONT(WK-IX-USR, 5).
           IF TB-PEN-REVERTIDO(WK-IX-PEND) = 1
              ADD 1 TO TB-USR-CONT(WK-IX-USR, 6)
           END-IF.
           IF TB-PEN-EXCEPCION(WK-IX-PEND) = 1
              ADD 1 TO TB-USR-CONT(WK-IX-USR, 7)
           END-IF.
           IF TB-PEN-REVERTIDO(WK-IX-PEND) = 1 OR
              TB-PEN-EXCEPCION(WK-IX-PEND) = 1
              ADD 1 TO TB-USR-CONT(WK-IX-USR, 8)
           END-IF.

       4100-FIN.
           EXIT.

       4200-MARCAR-REVERSION.

           ADD 1 TO WK-IX-PEND.
           IF RB534-FECHA NOT > TB-PEN-LIM-REVERSION(WK-IX-PEND)
              MOVE 1 TO TB-PEN-REVERTIDO(WK-IX-PEND)
           END-IF.

       4200-FIN.
           EXIT.

       4300-MARCAR-EXCEPCION.

           ADD 1 TO WK-IX-PEND.
           IF RB534-FECHA NOT < TB-PEN-FECHA(WK-IX-PEND) AND
              RB534-FECHA NOT > TB-PEN-LIM-EXCEPCION(WK-IX-PEND)
              MOVE 1 TO TB-PEN-EXCEPCION(WK-IX-PEND)
           END-IF.

       4300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BUSQUEDA LINEAL DE OFICINA + USUARIO; EL QUE NO ESTA SE DA DE  *
      * ALTA. CON LA TABLA LLENA SE ACUMULA EN EL ULTIMO RENGLON       *
      *----------------------------------------------------------------*
       500-BUSCAR-USUARIO.

           MOVE 0 TO WK-SW-USR-HALLADO.
           MOVE 0 TO WK-IX-USR.
           PERFORM 5000-COMPARAR-USUARIO THRU 5000-FIN
                   UNTIL WK-SW-USR-HALLADO = 1 OR
                         WK-IX-USR >= WK-CANT-USR.
           IF WK-SW-USR-HALLADO = 1
              GO TO 500-FIN
           END-IF.

           IF WK-CANT-USR >= WK-CAPACIDAD-USR - 1
              IF WK-CANT-USR < WK-CAPACIDAD-USR
                 DISPLAY 'AVISO: MAS DE ' WK-CANT-USR
                         ' USUARIOS, EL RESTO SE ACUMULA EN *OTROS*'
                 ADD  1         TO WK-CANT-USR
                 MOVE 999       TO TB-USR-NUM-OFI(WK-CANT-USR)
                 MOVE '*OTROS*' TO TB-USR-USUARIO(WK-CANT-USR)
              END-IF
              MOVE WK-CANT-USR TO WK-IX-USR
              GO TO 500-FIN
           END-IF.

           ADD  1               TO WK-CANT-USR.
           MOVE WK-CANT-USR     TO WK-IX-USR.
           MOVE WK-BUSCAR-CLAVE TO TB-USR-CLAVE(WK-IX-USR).

       500-FIN.
           EXIT.

       5000-COMPARAR-USUARIO.

           ADD 1 TO WK-IX-USR.
           IF TB-USR-CLAVE(WK-IX-USR) = WK-BUSCAR-CLAVE
              MOVE 1 TO WK-SW-USR-HALLADO
           END-IF.

       5000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: DETALLE POR OFICINA Y USUARIO EN ORDEN (SELECCION DEL *
      * MENOR NO LISTADO EN CADA VUELTA) CON TOTAL POR OFICINA, Y      *
      * RANKING DE OFICINAS POR % DE REPROCESO, COMO RBD521            *
      *----------------------------------------------------------------*
       600-LISTADO.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-PERIODO          TO WK-LTI-PERIODO.
           MOVE WK-LINEA-TITULO     TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-DIAS-REVERSION   TO WK-LPA-REVERSION.
           MOVE WK-DIAS-EXCEPCION   TO WK-LPA-EXCEPCION.
           MOVE WK-FECHA-LIMITE     TO WK-LPA-LIMITE.
           MOVE SPACES              TO WK-LPA-AVISO.
           IF WK-SW-VENTANA-INCOMPLETA = 1
              MOVE '(VENTANA INCOMPLETA A LA FECHA)' TO WK-LPA-AVISO
           END-IF.
           IF WK-SW-SIN-GENERACIONES = 1
              MOVE '(EXCEPCIONES NO MEDIDAS)'        TO WK-LPA-AVISO
           END-IF.
           MOVE WK-LINEA-PARAMETROS TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'CAMBIOS DE CN285SE POR OFICINA Y USUARIO'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           INITIALIZE WK-TOTAL-OFICINA.
           MOVE 0 TO WK-OFI-EN-CURSO.
           MOVE 0 TO WK-IX-LISTA.
           PERFORM 6100-LISTAR-USUARIO THRU 6100-FIN
                   UNTIL WK-IX-LISTA >= WK-CANT-USR.
           IF WK-CANT-USR > 0
              PERFORM 6120-TOTAL-OFICINA THRU 6120-FIN
           END-IF.

           MOVE WK-TOTAL-GENERAL    TO WK-CONTADORES-CALC.
           MOVE SPACES              TO WK-LDE-NUM-OFI.
           MOVE 'TOTAL GENERAL'     TO WK-LDE-USUARIO.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.

           MOVE SPACES              TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'OFICINAS POR PORCENTAJE DE REPROCESO (MAYOR A MENOR)'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-RANK.
           PERFORM 6200-RANKEAR-OFICINA THRU 6200-FIN
                   UNTIL WK-IX-RANK >= WK-CANT-OFI.

           PERFORM 6300-LEYENDA THRU 6300-FIN.

       600-FIN.
           EXIT.

       6100-LISTAR-USUARIO.

           ADD 1 TO WK-IX-LISTA.
           MOVE 0 TO WK-IX-MENOR.
           MOVE HIGH-VALUES TO WK-MENOR-CLAVE.
           MOVE 0 TO WK-IX-USR.
           PERFORM 6110-BUSCAR-MENOR THRU 6110-FIN
                   UNTIL WK-IX-USR >= WK-CANT-USR.
           IF WK-IX-MENOR = 0
              MOVE WK-CANT-USR TO WK-IX-LISTA
              GO TO 6100-FIN
           END-IF.
           MOVE 1 TO TB-USR-LISTADO(WK-IX-MENOR).

           IF WK-IX-LISTA > 1 AND
              TB-USR-NUM-OFI(WK-IX-MENOR) NOT = WK-OFI-EN-CURSO
              PERFORM 6120-TOTAL-OFICINA THRU 6120-FIN
           END-IF.
           MOVE TB-USR-NUM-OFI(WK-IX-MENOR) TO WK-OFI-EN-CURSO.

           MOVE 0 TO WK-IX-CONT.
           PERFORM 6130-ACUMULAR-OFICINA THRU 6130-FIN
                   UNTIL WK-IX-CONT >= 8.

           MOVE TB-USR-CONTADORES(WK-IX-MENOR) TO WK-CONTADORES-CALC.
           MOVE TB-USR-NUM-OFI(WK-IX-MENOR)    TO WK-EDIT-OFI.
           MOVE WK-EDIT-OFI                    TO WK-LDE-NUM-OFI.
           MOVE TB-USR-USUARIO(WK-IX-MENOR)    TO WK-LDE-USUARIO.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.

       6100-FIN.
           EXIT.

       6110-BUSCAR-MENOR.

           ADD 1 TO WK-IX-USR.
           IF TB-USR-LISTADO(WK-IX-USR) = 0 AND
              TB-USR-CLAVE(WK-IX-USR) < WK-MENOR-CLAVE
              MOVE WK-IX-USR               TO WK-IX-MENOR
              MOVE TB-USR-CLAVE(WK-IX-USR) TO WK-MENOR-CLAVE
           END-IF.

       6110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CORTE DE OFICINA: RENGLON DE TOTAL, ALTA EN LA TABLA DE        *
      * OFICINAS PARA EL RANKING Y SUMA AL TOTAL GENERAL               *
      *----------------------------------------------------------------*
       6120-TOTAL-OFICINA.

           MOVE WK-TOTAL-OFICINA TO WK-CONTADORES-CALC.
           MOVE WK-OFI-EN-CURSO  TO WK-EDIT-OFI.
           MOVE WK-EDIT-OFI      TO WK-LDE-NUM-OFI.
           MOVE 'TOTAL OFICINA'  TO WK-LDE-USUARIO.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.
           MOVE SPACES           TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-CANT-OFI < WK-CAPACIDAD-OFI
              ADD  1                  TO WK-CANT-OFI
              MOVE WK-OFI-EN-CURSO    TO TB-OFI-NUM-OFI(WK-CANT-OFI)
              MOVE WK-TOTAL-OFICINA   TO TB-OFI-CONTADORES(WK-CANT-OFI)
              MOVE WK-PCT-REPROCESO
                                TO TB-OFI-PCT-REPROCESO(WK-CANT-OFI)
              MOVE 0                  TO TB-OFI-RANKEADO(WK-CANT-OFI)
           ELSE
              DISPLAY 'AVISO: MAS DE ' WK-CAPACIDAD-OFI
                      ' OFICINAS, LA ' WK-OFI-EN-CURSO
                      ' NO ENTRA AL RANKING'
           END-IF.

           MOVE 0 TO WK-IX-CONT.
           PERFORM 6140-ACUMULAR-GENERAL THRU 6140-FIN
                   UNTIL WK-IX-CONT >= 8.
           INITIALIZE WK-TOTAL-OFICINA.

       6120-FIN.
           EXIT.

       6130-ACUMULAR-OFICINA.

           ADD 1 TO WK-IX-CONT.
           ADD TB-USR-CONT(WK-IX-MENOR, WK-IX-CONT)
                                         TO WK-TOF-CONT(WK-IX-CONT).

       6130-FIN.
           EXIT.

       6140-ACUMULAR-GENERAL.

           ADD 1 TO WK-IX-CONT.
           ADD WK-TOF-CONT(WK-IX-CONT)   TO WK-TGE-CONT(WK-IX-CONT).

       6140-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RENGLON DE DETALLE DESDE WK-CONTADORES-CALC. % REPROCESO =     *
      * (RECHAZADOS + APLICADOS CON REPROCESO) / (RECHAZADOS +         *
      * APLICADOS)                                                     *
      *----------------------------------------------------------------*
       6190-LINEA-DETALLE.

           PERFORM 6195-CALCULAR-PCT THRU 6195-FIN.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 6191-MOVER-CANT THRU 6191-FIN
                   UNTIL WK-IX-CONT >= 8.
           MOVE WK-PCT-REPROCESO TO WK-LDE-PCT.
           MOVE WK-LINEA-DETALLE TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6190-FIN.
           EXIT.

       6191-MOVER-CANT.

           ADD 1 TO WK-IX-CONT.
           MOVE WK-CAL-CONT(WK-IX-CONT) TO WK-LDE-CANT(WK-IX-CONT).

       6191-FIN.
           EXIT.

       6195-CALCULAR-PCT.

           MOVE 0 TO WK-PCT-REPROCESO.
           COMPUTE WK-BASE-REPROCESO = WK-CAL-CONT(3) + WK-CAL-CONT(5).
           IF WK-BASE-REPROCESO > 0
              COMPUTE WK-PCT-REPROCESO ROUNDED =
                      ((WK-CAL-CONT(3) + WK-CAL-CONT(8)) * 100)
                      / WK-BASE-REPROCESO
           END-IF.

       6195-FIN.
           EXIT.

       6200-RANKEAR-OFICINA.

           ADD 1 TO WK-IX-RANK.
           MOVE 0 TO WK-IX-MAYOR.
           MOVE 0 TO WK-MAYOR-PCT.
           MOVE 0 TO WK-IX-OFI.
           PERFORM 6210-BUSCAR-MAYOR THRU 6210-FIN
                   UNTIL WK-IX-OFI >= WK-CANT-OFI.
           IF WK-IX-MAYOR = 0
              MOVE WK-CANT-OFI TO WK-IX-RANK
              GO TO 6200-FIN
           END-IF.

           MOVE 1 TO TB-OFI-RANKEADO(WK-IX-MAYOR).
           MOVE SPACES                         TO WK-LINEA-RANKING.
           MOVE WK-IX-RANK                     TO WK-LRK-RANK.
           MOVE TB-OFI-NUM-OFI(WK-IX-MAYOR)    TO WK-LRK-NUM-OFI.
           MOVE TB-OFI-CONTADORES(WK-IX-MAYOR) TO WK-CONTADORES-CALC.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 6211-MOVER-CANT THRU 6211-FIN
                   UNTIL WK-IX-CONT >= 8.
           MOVE TB-OFI-PCT-REPROCESO(WK-IX-MAYOR) TO WK-LRK-PCT.
           MOVE WK-LINEA-RANKING TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6200-FIN.
           EXIT.

       6210-BUSCAR-MAYOR.

           ADD 1 TO WK-IX-OFI.
           IF TB-OFI-RANKEADO(WK-IX-OFI) = 0
              IF WK-IX-MAYOR = 0 OR
                 TB-OFI-PCT-REPROCESO(WK-IX-OFI) > WK-MAYOR-PCT
                 MOVE WK-IX-OFI                       TO WK-IX-MAYOR
                 MOVE TB-OFI-PCT-REPROCESO(WK-IX-OFI) TO WK-MAYOR-PCT
              END-IF
           END-IF.

       6210-FIN.
           EXIT.

       6211-MOVER-CANT.

           ADD 1 TO WK-IX-CONT.
           MOVE WK-CAL-CONT(WK-IX-CONT) TO WK-LRK-CANT(WK-IX-CONT).

       6211-FIN.
           EXIT.

       6300-LEYENDA.

           MOVE SPACES         TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES         TO WK-LINEA-TEXTO.
           MOVE 'CAPTUR./APROB./RECHAZ./PEND.: CN289SS POR FECHA DE'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  CAPTURA Y DECISION DEL SUPERVISOR EN RDK08394'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'APLIC.: CAMBIOS DEL MES EN CN286SS (SIN RBD529)'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'REVERT.: APLICADOS QUE OTRO CAMBIO DE LA CUENTA'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  VOLVIO A TOCAR DENTRO DE LOS DIAS PARA REVERSION'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'EXCEPC.: APLICADOS CUYA CUENTA SALIO EN RB451SS O'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  RB459SS DENTRO DE LOS DIAS PARA EXCEPCION'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'REPROC.: APLICADOS REVERTIDOS O CON EXCEPCION'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '%REPR.: (RECHAZ. + REPROC.) / (RECHAZ. + APLIC.)'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB534LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6300-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB534LS.
           IF ES-RB534LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB534LS ' ES-RB534LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * AVANZA WK-FECHA-CALC (AAAAMMDD) WK-DIAS-A-SUMAR DIAS           *
      * CALENDARIO, CON LA MISMA REGLA DE BISIESTO DE RBD472           *
      *----------------------------------------------------------------*
       700-SUMAR-DIAS.

           MOVE 0 TO WK-DIAS-SUMADOS.
           PERFORM 710-SUMAR-UN-DIA THRU 710-FIN
                   UNTIL WK-DIAS-SUMADOS >= WK-DIAS-A-SUMAR.

       700-FIN.
           EXIT.

       710-SUMAR-UN-DIA.

           PERFORM 711-DETERMINAR-DIAS-MES THRU 711-FIN.

           IF WK-FC-DIA < WK-DIAS-MES-ACTUAL
              ADD 1 TO WK-FC-DIA
           ELSE
              MOVE 1 TO WK-FC-DIA
              IF WK-FC-MES < 12
                 ADD 1 TO WK-FC-MES
              ELSE
                 MOVE 1 TO WK-FC-MES
                 ADD 1 TO WK-FC-ANIO
              END-IF
           END-IF.
           ADD 1 TO WK-DIAS-SUMADOS.

       710-FIN.
           EXIT.

       711-DETERMINAR-DIAS-MES.

           MOVE WK-DIAS-DEL-MES (WK-FC-MES) TO WK-DIAS-MES-ACTUAL.

           MOVE 0 TO WK-SW-ANIO-BISIESTO.
           IF WK-FC-MES = 02
              DIVIDE WK-FC-ANIO BY 400
                     GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
              IF WK-RESTO-DIV = 0
                 MOVE 1 TO WK-SW-ANIO-BISIESTO
              ELSE
                 DIVIDE WK-FC-ANIO BY 100
                        GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
                 IF WK-RESTO-DIV NOT = 0
                    DIVIDE WK-FC-ANIO BY 4
                           GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
                    IF WK-RESTO-DIV = 0
                       MOVE 1 TO WK-SW-ANIO-BISIESTO
                    END-IF
                 END-IF
              END-IF
              IF WK-SW-ANIO-BISIESTO = 1
                 MOVE 29 TO WK-DIAS-MES-ACTUAL
              END-IF
           END-IF.

       711-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD534 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE = 0 AND
              (WK-SW-VENTANA-INCOMPLETA = 1 OR
               WK-SW-SIN-GENERACIONES = 1)
              DISPLAY 'MEDICION INCOMPLETA. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD534 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'CAPTURAS LEIDAS CN289SS    : ' WK-CN289-LEIDOS
              DISPLAY 'CAMBIOS LEIDOS CN286SS     : ' WK-CN286-LEIDOS
              DISPLAY '  AUTOMATICOS (RBD529)     : '
                       WK-CN286-AUTOMATICOS
              DISPLAY 'EXCEPCIONES LEIDAS         : '
                       WK-EXCEPCIONES-LEIDAS
              DISPLAY 'EVENTOS CLASIFICADOS       : ' WK-EVENTOS
              DISPLAY 'USUARIOS LISTADOS          : ' WK-CANT-USR
              DISPLAY 'OFICINAS LISTADAS          : ' WK-CANT-OFI
              DISPLAY 'CAPTURADOS                 : ' WK-TGE-CONT(1)
              DISPLAY 'RECHAZADOS                 : ' WK-TGE-CONT(3)
              DISPLAY 'APLICADOS                  : ' WK-TGE-CONT(5)
              DISPLAY 'REVERTIDOS                 : ' WK-TGE-CONT(6)
              DISPLAY 'CON EXCEPCION              : ' WK-TGE-CONT(7)
              DISPLAY '--------------------------------------'.
           IF WK-PENDIENTES-DESCARGADOS > 0
              DISPLAY 'AVISO: ' WK-PENDIENTES-DESCARGADOS
                      ' CUENTAS CON MAS DE ' WK-CAPACIDAD-PEND
                      ' CAMBIOS EN LA VENTANA'
           END-IF.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE CN289SS
              CLOSE CN286SS
              CLOSE RB534LS
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

           MOVE 'RBD534  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 10                     TO RBLEDG-CANT-CONTADORES.
           MOVE 'CN289-LEIDOS'         TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CN289-LEIDOS        TO RBLEDG-CONT-VALOR(1).
           MOVE 'CN286-LEIDOS'         TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CN286-LEIDOS        TO RBLEDG-CONT-VALOR(2).
           MOVE 'EXCEPCIONES-LEIDAS'   TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-EXCEPCIONES-LEIDAS  TO RBLEDG-CONT-VALOR(3).
           MOVE 'CAPTURADOS'           TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-TGE-CONT(1)         TO RBLEDG-CONT-VALOR(4).
           MOVE 'RECHAZADOS'           TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-TGE-CONT(3)         TO RBLEDG-CONT-VALOR(5).
           MOVE 'APLICADOS'            TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-TGE-CONT(5)         TO RBLEDG-CONT-VALOR(6).
           MOVE 'REVERTIDOS'           TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-TGE-CONT(6)         TO RBLEDG-CONT-VALOR(7).
           MOVE 'CON-EXCEPCION'        TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-TGE-CONT(7)         TO RBLEDG-CONT-VALOR(8).
           MOVE 'USUARIOS'             TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-CANT-USR            TO RBLEDG-CONT-VALOR(9).
           MOVE 'OFICINAS'             TO RBLEDG-CONT-NOMBRE(10).
           MOVE WK-CANT-OFI            TO RBLEDG-CONT-VALOR(10).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

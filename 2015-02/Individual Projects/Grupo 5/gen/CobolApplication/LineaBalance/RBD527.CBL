      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : REVALUACION MENSUAL DEL SUSPENSO EN MONEDA       *
      *           : EXTRANJERA                                       *
      * OBJETIVO  : LAS PARTIDAS PENDIENTES DEL RB463SS EN USD O EUR *
      *           : QUEDAN EN LIBROS A SU VALOR ORIGINAL HASTA QUE   *
      *           : RBD499 LAS RESUELVE O LAS CASTIGA, Y AL CIERRE   *
      *           : CONTABILIDAD LAS REVALUABA A MANO. ESTE PASO     *
      *           : VALUA CADA PARTIDA PENDIENTE A LA TASA DE CIERRE *
      *           : DEL MES (TASACSS), CALCULA LA GANANCIA O PERDIDA *
      *           : CONTRA LA VALUACION DEL MES ANTERIOR (REGISTRO   *
      *           : RBRVLSS), MANDA UN ASIENTO DE REVALUACION POR    *
      *           : MONEDA A LA INTERFASE RBGLISS Y SU REVERSO AL    *
      *           : PRIMER DIA HABIL DEL MES SIGUIENTE. SOLO CORRE   *
      *           : PARA UN MES QUE RBD476 YA MARCO PARA CIERRE      *
      * FECHA     : 18 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192182                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192182                                       *
      * FECHA  : 18 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM527SS: PERIODO=   *
      *          AAAAMM (DEFAULT EL MES ANTERIOR AL DE FECPRSS). EL  *
      *          MES TIENE QUE ESTAR 'C' O 'X' EN RBPERSS. SE VALUA  *
      *          TODA PARTIDA 'P' QUE NO SEA HNL Y ENTRO AL SUSPENSO *
      *          HASTA EL FIN DE MES. VALOR ORIGEN = MONTO A LA TASA *
      *          DEL DIA DE ALTA (SE CONSERVA EN EL REGISTRO); VALOR *
      *          CIERRE = MONTO A LA ULTIMA TASA DEL MES. EL ASIENTO *
      *          POR MONEDA ES CIERRE - ORIGEN CON ORIGEN 'RVG'      *
      *          (GANANCIA) O 'RVP' (PERDIDA) AL FIN DE MES, Y SU    *
      *          REVERSO 'XVG' O 'XVP' AL PRIMER DIA HABIL DEL MES   *
      *          SIGUIENTE; ASI EL EFECTO NETO DEL MES ES CIERRE     *
      *          MENOS LA VALUACION ANTERIOR. EL REGISTRO NUEVO SALE *
      *          EN RBRVLNW. UNA CORRIDA REPETIDA DEL MISMO PERIODO  *
      *          REHACE EL REGISTRO PERO NO CONTABILIZA (RC 4)       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD527.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 18 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM527SS   ASSIGN TO SYS001-PARM527SS
                               FILE STATUS ES-PARM527SS.

           SELECT  RBPERSS     ASSIGN TO SYS002-RBPERSS
                               FILE STATUS ES-RBPERSS.

           SELECT  RB463SS     ASSIGN TO SYS003-RB463SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RB463SS-LLAVE
                               FILE STATUS ES-RB463SS.

           SELECT  TASACSS     ASSIGN TO SYS004-TASACSS
                               FILE STATUS ES-TASACSS.

           SELECT  RBRVLSS     ASSIGN TO SYS005-RBRVLSS
                               FILE STATUS ES-RBRVLSS.

           SELECT  RBRVLNW     ASSIGN TO SYS006-RBRVLNW
                               FILE STATUS ES-RBRVLNW.

           SELECT  GLCTASS     ASSIGN TO SYS007-GLCTASS
                               FILE STATUS ES-GLCTASS.

           SELECT  RBGLISS     ASSIGN TO SYS008-RBGLISS
                               FILE STATUS ES-RBGLISS.

           SELECT  RB527LS     ASSIGN TO SYS009-RB527LS
                               FILE STATUS ES-RB527LS.

           SELECT  CALENSS     ASSIGN TO SYS031-CALENSS
                               FILE STATUS ES-CALENSS.

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
       FD  PARM527SS.
       01  REG-PARM527SS                  PIC X(80).

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
      * SUSPENSO DE TRANSACCIONES SIN CONCILIAR (RBD463 / RBD499)      *
      *----------------------------------------------------------------*
       FD  RB463SS.
       01  REG-RB463SS.
           03 RB463SS-LLAVE.
              05 RB463SS-NUM-CTA          PIC 9(16).
              05 RB463SS-NUM-TRANSAC      PIC 9(16).
              05 RB463SS-TIP-TRANSAC      PIC X(3).
           03 RB463SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB463SS-MONEDA              PIC X(3).
           03 RB463SS-FECHA-TRANSAC       PIC 9(8).
           03 RB463SS-HORA-TRANSAC        PIC 9(6).
           03 RB463SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB463SS-NOMBRE-RED          PIC X(100).
           03 RB463SS-ESTADO              PIC X(01).
              88 RB463SS-PENDIENTE        VALUE 'P'.
              88 RB463SS-RESUELTO         VALUE 'R'.
              88 RB463SS-REALIMENTADO     VALUE 'F'.
              88 RB463SS-CASTIGADO        VALUE 'C'.
           03 RB463SS-FECHA-ALTA-SUSP     PIC 9(8).
           03 RB463SS-FECHA-RESOLUCION    PIC 9(8).

      *----------------------------------------------------------------*
      * TASAS DE CAMBIO DIARIAS: LEMPIRAS POR UNIDAD DE LA MONEDA      *
      *----------------------------------------------------------------*
       FD  TASACSS.
       01  REG-TASACSS.
           03 TASAC-MONEDA                PIC X(3).
           03 TASAC-FECHA                 PIC 9(8).
           03 TASAC-TASA                  PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      * REGISTRO DE VALUACION DEL MES ANTERIOR, EN ORDEN DE LLAVE DEL  *
      * RB463SS. UNA PARTIDA POR REGISTRO; EL VALOR ORIGEN SE CALCULA  *
      * UNA SOLA VEZ Y SE ARRASTRA MES A MES                           *
      *----------------------------------------------------------------*
       FD  RBRVLSS.
       01  REG-RBRVLSS.
           03 RBRVL-PERIODO               PIC 9(06).
           03 RBRVL-LLAVE.
              05 RBRVL-NUM-CTA            PIC 9(16).
              05 RBRVL-NUM-TRANSAC        PIC 9(16).
              05 RBRVL-TIP-TRANSAC        PIC X(3).
           03 RBRVL-MONEDA                PIC X(3).
           03 RBRVL-MONTO-TRANSAC         PIC 9(13)V9(02).
           03 RBRVL-TASA-CIERRE           PIC 9(05)V9(06).
           03 RBRVL-VALOR-ORIGEN          PIC 9(15)V9(02).
           03 RBRVL-VALOR-CIERRE          PIC 9(15)V9(02).

      *----------------------------------------------------------------*
      * REGISTRO DE VALUACION DEL PERIODO, MISMO DISENO QUE RBRVLSS.   *
      * PASA A SER EL RBRVLSS DE LA PROXIMA CORRIDA                    *
      *----------------------------------------------------------------*
       FD  RBRVLNW.
       01  REG-RBRVLNW.
           03 RBRVN-PERIODO               PIC 9(06).
           03 RBRVN-LLAVE.
              05 RBRVN-NUM-CTA            PIC 9(16).
              05 RBRVN-NUM-TRANSAC        PIC 9(16).
              05 RBRVN-TIP-TRANSAC        PIC X(3).
           03 RBRVN-MONEDA                PIC X(3).
           03 RBRVN-MONTO-TRANSAC         PIC 9(13)V9(02).
           03 RBRVN-TASA-CIERRE           PIC 9(05)V9(06).
           03 RBRVN-VALOR-ORIGEN          PIC 9(15)V9(02).
           03 RBRVN-VALOR-CIERRE          PIC 9(15)V9(02).

      *----------------------------------------------------------------*
      * TABLA DE CUENTAS CONTABLES: ORIGEN, RED (ESPACIOS =            *
      * CUALQUIERA) Y MONEDA, LA MISMA QUE USA RBD500                  *
      *----------------------------------------------------------------*
       FD  GLCTASS.
       01  REG-GLCTASS.
           03 GLCTA-ORIGEN                PIC X(03).
           03 GLCTA-RED-ADQUIR            PIC X(02).
           03 GLCTA-MONEDA                PIC X(03).
           03 GLCTA-CUENTA-CONTABLE       PIC 9(10).

      *----------------------------------------------------------------*
      * INTERFASE AL MAYOR GENERAL: UN ASIENTO POR REGISTRO            *
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
      * LISTADO DE REVALUACION POR MONEDA                              *
      *----------------------------------------------------------------*
       FD  RB527LS.
       01  REG-RB527LS                    PIC X(132).

      *----------------------------------------------------------------*
      * CALENDARIO DE FERIADOS                                         *
      *----------------------------------------------------------------*
       FD  CALENSS.
       01  REG-CALENSS.
           03 CALEN-FECHA                 PIC 9(08).
           03 CALEN-DESCRIPCION           PIC X(30).

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
           03  ES-PARM527SS                 PIC   X(02).
           03  ES-RBPERSS                   PIC   X(02).
           03  ES-RB463SS                   PIC   X(02).
           03  ES-TASACSS                   PIC   X(02).
           03  ES-RBRVLSS                   PIC   X(02).
           03  ES-RBRVLNW                   PIC   X(02).
           03  ES-GLCTASS                   PIC   X(02).
           03  ES-RBGLISS                   PIC   X(02).
           03  ES-RB527LS                   PIC   X(02).
           03  ES-CALENSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-FIN-ANT                   PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-REPETIDA               PIC   9(01).
           03  WK-SW-PERIODO-OK             PIC   9(01).
           03  WK-SW-DIA-HABIL              PIC   9(01).
           03  WK-SW-FERIADO                PIC   9(01).
           03  WK-PERIODO-ANTERIOR          PIC   9(06).
           03  WK-FECHA-FIN-MES             PIC   9(08).
           03  WK-FECHA-REVERSO             PIC   9(08).
           03  WK-FECHA-DESDE-TASAS         PIC   9(08).
           03  WK-INTENTOS-AVANCE           PIC   9(03).
           03  WK-LEIDOS-463                PIC   9(10).
           03  WK-LEIDOS-ANT                PIC   9(10).
           03  WK-PARTIDAS-VALUADAS         PIC   9(10).
           03  WK-SIN-TASA-ORIGEN           PIC   9(10).
           03  WK-ASIENTOS                  PIC   9(10).
           03  WK-SIN-CUENTA                PIC   9(10).
           03  WK-CANT-FERIADOS             PIC   9(03).
           03  WK-IX-FERIADO                PIC   9(03).
           03  WK-CANT-TASAS                PIC   9(04).
           03  WK-IX-TASA                   PIC   9(04).
           03  WK-CANT-MON                  PIC   9(02).
           03  WK-IX-MON                    PIC   9(02).
           03  WK-SW-MON-HALLADA            PIC   9(01).
           03  WK-CANT-GLCTA                PIC   9(03).
           03  WK-IX-GLCTA                  PIC   9(03).
           03  WK-SW-GLCTA-HALLADA          PIC   9(01).
           03  WK-ORIGEN-ACT                PIC   X(03).
           03  WK-BT-MONEDA                 PIC   X(03).
           03  WK-BT-FECHA                  PIC   9(08).
           03  WK-BT-FECHA-TASA             PIC   9(08).
           03  WK-BT-TASA                   PIC   9(05)V9(06).
           03  WK-SW-TASA-HALLADA           PIC   9(01).
           03  WK-VALOR-ORIGEN              PIC   9(15)V9(02).
           03  WK-VALOR-ANTERIOR            PIC   9(15)V9(02).
           03  WK-VALOR-CIERRE              PIC   9(15)V9(02).
           03  WK-EFECTO-MES                PIC  S9(15)V9(02).
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
           03 WK-PER-ANIO                   PIC   9(04).
           03 WK-PER-MES                    PIC   9(02).

       01  WK-FECHA-INICIO-MES              PIC   9(08).

      * LLAVE DEL REGISTRO DE VALUACION ANTERIOR EN CURSO; HIGH-VALUES
      * AL TERMINAR EL ARCHIVO
       01  WK-LLAVE-ANT                     PIC   X(35).

      *----------------------------------------------------------------*
      * TASAS DE TASACSS DEL ULTIMO ANIO HASTA EL FIN DE MES, PARA LA  *
      * TASA DE CIERRE Y LA TASA DEL DIA DE ALTA DE CADA PARTIDA       *
      *----------------------------------------------------------------*
       01  TB-TASAS.
           03  TB-TASA OCCURS 9000 TIMES.
               05 TB-TASA-MONEDA            PIC  X(03).
               05 TB-TASA-FECHA             PIC  9(08).
               05 TB-TASA-VALOR             PIC  9(05)V9(06).

      *----------------------------------------------------------------*
      * TOTALES DE LA VALUACION POR MONEDA                             *
      *----------------------------------------------------------------*
       01  TB-MONEDAS.
           03  TB-MON OCCURS 20 TIMES.
               05 TB-MN-MONEDA              PIC  X(03).
               05 TB-MN-TASA-CIERRE         PIC  9(05)V9(06).
               05 TB-MN-FECHA-TASA          PIC  9(08).
               05 TB-MN-CANT                PIC  9(10).
               05 TB-MN-MONTO-ME            PIC  9(15)V9(02).
               05 TB-MN-ORIGEN              PIC  9(15)V9(02).
               05 TB-MN-ANTERIOR            PIC  9(15)V9(02).
               05 TB-MN-CIERRE              PIC  9(15)V9(02).
               05 TB-MN-ASIENTO             PIC S9(15)V9(02).

       01  TB-CUENTAS-GL.
           03  TB-GL OCCURS 100 TIMES.
               05 TB-GL-ORIGEN              PIC  X(03).
               05 TB-GL-RED                 PIC  X(02).
               05 TB-GL-MONEDA              PIC  X(03).
               05 TB-GL-CUENTA              PIC  9(10).

       01  TB-FERIADOS.
           03  TB-FERIADO OCCURS 100 TIMES  PIC  9(08).

       01  WK-TOTALES.
           03  WK-TOT-CANT                  PIC   9(10).
           03  WK-TOT-ORIGEN                PIC   9(15)V9(02).
           03  WK-TOT-ANTERIOR              PIC   9(15)V9(02).
           03  WK-TOT-CIERRE                PIC   9(15)V9(02).
           03  WK-TOT-EFECTO                PIC  S9(15)V9(02).
           03  WK-TOT-ASIENTO               PIC  S9(15)V9(02).

      * CAMPOS DEL CALCULO DE FECHAS (IGUAL QUE RBD476)
       01  WK-FECHA-ACTUAL                  PIC   9(08).
       01  WK-FECHA-ACTUAL-R REDEFINES WK-FECHA-ACTUAL.
           03 WK-FA-ANIO                    PIC   9(04).
           03 WK-FA-MES                     PIC   9(02).
           03 WK-FA-DIA                     PIC   9(02).

       01  WK-FECHA-HABIL                   PIC   9(08).
       01  WK-FECHA-HABIL-R REDEFINES WK-FECHA-HABIL.
           03 WK-FH-ANIO                    PIC   9(04).
           03 WK-FH-MES                     PIC   9(02).
           03 WK-FH-DIA                     PIC   9(02).

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

      * CAMPOS DE LA CONGRUENCIA DE ZELLER
       01  WK-ZC-ANIO                       PIC   9(04).
       01  WK-ZC-MES                        PIC   9(02).
       01  WK-ZC-DIA                        PIC   9(02).
       01  WK-ZC-J                          PIC   9(02).
       01  WK-ZC-K                          PIC   9(02).
       01  WK-ZC-T1                         PIC   9(04).
       01  WK-ZC-T2                         PIC   9(02).
       01  WK-ZC-T3                         PIC   9(02).
       01  WK-ZC-H                          PIC   9(04).
       01  WK-ZC-Q                          PIC   9(04).
       01  WK-ZC-DOW                        PIC   9(01).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD527'.
           03 FILLER                       PIC X(48) VALUE
              'REVALUACION DEL SUSPENSO EN MONEDA EXTRANJERA'.
           03 FILLER                       PIC X(10) VALUE
              'PERIODO : '.
           03 WK-LTI-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(11) VALUE
              '  CIERRE : '.
           03 WK-LTI-FIN-MES                PIC 9(08).
           03 FILLER                       PIC X(12) VALUE
              '  REVERSO : '.
           03 WK-LTI-REVERSO                PIC 9(08).
           03 FILLER                       PIC X(21).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  MON PARTID.  MONTO MON. EXT.  TASA CIERRE '.
           03 FILLER                       PIC X(44) VALUE
              '    VALOR ORIGEN   VALOR ANTERIOR     VALOR '.
           03 FILLER                       PIC X(44) VALUE
              'CIERRE    EFECTO DEL MES           ASIENTO  '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-CANT                   PIC ZZZZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-ME               PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TASA                   PIC ZZZZ9.999999.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ORIGEN                 PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ANTERIOR               PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-CIERRE                 PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-EFECTO                 PIC -Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ASIENTO                PIC -Z(12)9.99.
           03 FILLER                       PIC X(02).

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(03) VALUE 'TOT'.
           03 FILLER                       PIC X(01).
           03 WK-LTO-CANT                   PIC ZZZZZZ9.
           03 FILLER                       PIC X(31).
           03 WK-LTO-ORIGEN                 PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LTO-ANTERIOR               PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LTO-CIERRE                 PIC Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LTO-EFECTO                 PIC -Z(12)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LTO-ASIENTO                PIC -Z(12)9.99.
           03 FILLER                       PIC X(02).

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

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-VALUAR-SUSPENSO   THRU 200-FIN.
           PERFORM 300-CONTABILIZAR      THRU 300-FIN.
           PERFORM 400-LISTAR-REVALUACION THRU 400-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-TASAS.
           INITIALIZE  TB-MONEDAS.
           INITIALIZE  TB-CUENTAS-GL.
           INITIALIZE  WK-TOTALES.
           MOVE 0 TO WK-PERIODO.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM527SS THRU 101-FIN.

           IF WK-PERIODO = 0
              IF WK-FS-MES = 1
                 COMPUTE WK-PER-ANIO = WK-FS-ANIO - 1
                 MOVE 12 TO WK-PER-MES
              ELSE
                 MOVE WK-FS-ANIO TO WK-PER-ANIO
                 COMPUTE WK-PER-MES = WK-FS-MES - 1
              END-IF
           END-IF.

           PERFORM 115-VERIFICAR-PERIODO THRU 115-FIN.
           PERFORM 111-CARGAR-CALENDARIO THRU 111-FIN.
           PERFORM 116-CALCULAR-FECHAS   THRU 116-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  PERIODO A REVALUAR : ' WK-PERIODO
                   '  FIN DE MES : ' WK-FECHA-FIN-MES
                   '  REVERSO : ' WK-FECHA-REVERSO.

           PERFORM 105-CARGAR-GLCTASS THRU 105-FIN.
           PERFORM 106-CARGAR-TASACSS THRU 106-FIN.
           PERFORM 107-ABRIR-REGISTRO THRU 107-FIN.

           OPEN INPUT RB463SS.
           IF   ES-RB463SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR SUSPENSO RB463SS ' ES-RB463SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBRVLSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RBRVLNW.
           IF   ES-RBRVLNW NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RBRVLNW ' ES-RBRVLNW
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBRVLSS RB463SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB527LS.
           IF   ES-RB527LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB527LS ' ES-RB527LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBRVLSS RB463SS RBRVLNW
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

       101-LEER-PARM527SS.

           OPEN INPUT PARM527SS.
           IF   ES-PARM527SS = '97'
                MOVE '00'  TO ES-PARM527SS.
           IF   ES-PARM527SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM527SS NOT = '00'
                CLOSE PARM527SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM527SS.
           IF ES-PARM527SS = '00'
              IF REG-PARM527SS = SPACES OR REG-PARM527SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM527SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM527SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM527SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM527SS DELIMITED BY '='
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
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM527SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM527SS: '
                    REG-PARM527SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

       105-CARGAR-GLCTASS.

           MOVE 0  TO WK-CANT-GLCTA.
           OPEN INPUT GLCTASS.
           IF   ES-GLCTASS = '97'
                MOVE '00'  TO ES-GLCTASS.
           IF   ES-GLCTASS = '00'
                PERFORM 1050-LEER-GLCTASS THRU 1050-FIN
                        UNTIL ES-GLCTASS NOT = '00'
                CLOSE GLCTASS
           END-IF.
           DISPLAY 'CUENTAS CONTABLES CARGADAS : ' WK-CANT-GLCTA.

       105-FIN.
           EXIT.

       1050-LEER-GLCTASS.

           READ GLCTASS.
           IF ES-GLCTASS = '00'
              IF WK-CANT-GLCTA >= 100
                 DISPLAY 'TABLA GLCTASS LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-GLCTA
              MOVE GLCTA-ORIGEN          TO TB-GL-ORIGEN(WK-CANT-GLCTA)
              MOVE GLCTA-RED-ADQUIR      TO TB-GL-RED(WK-CANT-GLCTA)
              MOVE GLCTA-MONEDA          TO TB-GL-MONEDA(WK-CANT-GLCTA)
              MOVE GLCTA-CUENTA-CONTABLE TO TB-GL-CUENTA(WK-CANT-GLCTA)
           END-IF.

       1050-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TASAS DE TASACSS DESDE UN ANIO ANTES DEL FIN DE MES HASTA EL   *
      * FIN DE MES. HNL NO SE CARGA: CONVIERTE 1 A 1                   *
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
                 TASAC-FECHA NOT > WK-FECHA-FIN-MES AND
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
      * REGISTRO DE VALUACION ANTERIOR. SIN ARCHIVO ES LA PRIMERA      *
      * REVALUACION. SI YA TRAE EL PERIODO ES UNA CORRIDA REPETIDA:    *
      * SE REHACE EL REGISTRO PERO NO SE CONTABILIZA. UN PERIODO       *
      * POSTERIOR AL PEDIDO NO SE ACEPTA                               *
      *----------------------------------------------------------------*
       107-ABRIR-REGISTRO.

           MOVE 0 TO SW-FIN-ANT.
           OPEN INPUT RBRVLSS.
           IF   ES-RBRVLSS = '97'
                MOVE '00'  TO ES-RBRVLSS.
           IF   ES-RBRVLSS = '35'
                DISPLAY 'SIN REGISTRO DE VALUACION ANTERIOR RBRVLSS, '
                        'PRIMERA REVALUACION'
                MOVE 1           TO SW-FIN-ANT
                MOVE HIGH-VALUES TO WK-LLAVE-ANT
                GO TO 107-FIN.
           IF   ES-RBRVLSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RBRVLSS ' ES-RBRVLSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 2100-LEER-RBRVLSS THRU 2100-FIN.
           IF SW-FIN-ANT = 1
              GO TO 107-FIN
           END-IF.

           IF RBRVL-PERIODO > WK-PERIODO
              DISPLAY 'EL REGISTRO RBRVLSS YA ES DEL PERIODO '
                      RBRVL-PERIODO ', NO SE REVALUA ' WK-PERIODO
              MOVE     999           TO   RETURN-CODE
              CLOSE    RBRVLSS
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.
           IF RBRVL-PERIODO = WK-PERIODO
              DISPLAY 'EL PERIODO ' WK-PERIODO ' YA FUE REVALUADO, '
                      'SE REHACE EL REGISTRO SIN CONTABILIZAR'
              MOVE 1 TO WK-SW-REPETIDA
           END-IF.

       107-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CALENDARIO DE FERIADOS CALENSS. SIN ARCHIVO SOLO RIGE LA       *
      * REGLA DE DOMINGO                                               *
      *----------------------------------------------------------------*
       111-CARGAR-CALENDARIO.

           MOVE 0  TO WK-CANT-FERIADOS.
           OPEN INPUT CALENSS.
           IF   ES-CALENSS = '97'
                MOVE '00'  TO ES-CALENSS.
           IF   ES-CALENSS = '00'
                PERFORM 1111-LEER-CALENSS THRU 1111-FIN
                        UNTIL ES-CALENSS NOT = '00'
                CLOSE CALENSS
           END-IF.
           DISPLAY 'FERIADOS CARGADOS DE CALENSS : ' WK-CANT-FERIADOS.

       111-FIN.
           EXIT.

       1111-LEER-CALENSS.

           READ CALENSS.
           IF ES-CALENSS = '00'
              IF WK-CANT-FERIADOS >= 100
                 DISPLAY 'TABLA DE FERIADOS LLENA, DEPURAR CALENSS'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-FERIADOS
              MOVE CALEN-FECHA TO TB-FERIADO(WK-CANT-FERIADOS)
           END-IF.

       1111-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DIA HABIL = NO DOMINGO (CONGRUENCIA DE ZELLER SOBRE            *
      * WK-FECHA-HABIL) Y NO FERIADO DE CALENSS                        *
      *----------------------------------------------------------------*
       112-VALIDAR-DIA-HABIL.

           MOVE WK-FH-ANIO TO WK-ZC-ANIO.
           MOVE WK-FH-MES  TO WK-ZC-MES.
           MOVE WK-FH-DIA  TO WK-ZC-DIA.
           IF WK-ZC-MES < 3
              ADD 12 TO WK-ZC-MES
              SUBTRACT 1 FROM WK-ZC-ANIO
           END-IF.
           DIVIDE WK-ZC-ANIO BY 100 GIVING WK-ZC-J
                  REMAINDER WK-ZC-K.
           COMPUTE WK-ZC-T1 = 13 * (WK-ZC-MES + 1).
           DIVIDE WK-ZC-T1 BY 5 GIVING WK-ZC-T1.
           DIVIDE WK-ZC-K  BY 4 GIVING WK-ZC-T2.
           DIVIDE WK-ZC-J  BY 4 GIVING WK-ZC-T3.
           COMPUTE WK-ZC-H = WK-ZC-DIA + WK-ZC-T1 + WK-ZC-K +
                             WK-ZC-T2 + WK-ZC-T3 + (5 * WK-ZC-J).
           DIVIDE WK-ZC-H BY 7 GIVING WK-ZC-Q
                  REMAINDER WK-ZC-DOW.

      * WK-ZC-DOW: 0 = SABADO, 1 = DOMINGO, 2 = LUNES, ...
           IF WK-ZC-DOW = 1
              MOVE 0 TO WK-SW-DIA-HABIL
              GO TO 112-FIN
           END-IF.

           MOVE 0 TO WK-SW-FERIADO.
           MOVE 0 TO WK-IX-FERIADO.
           PERFORM 1120-BUSCAR-FERIADO THRU 1120-FIN
                   UNTIL WK-IX-FERIADO >= WK-CANT-FERIADOS OR
                         WK-SW-FERIADO = 1.
           IF WK-SW-FERIADO = 1
              MOVE 0 TO WK-SW-DIA-HABIL
           ELSE
              MOVE 1 TO WK-SW-DIA-HABIL
           END-IF.

       112-FIN.
           EXIT.

       1120-BUSCAR-FERIADO.

           ADD 1 TO WK-IX-FERIADO.
           IF WK-FECHA-HABIL = TB-FERIADO(WK-IX-FERIADO)
              MOVE 1 TO WK-SW-FERIADO.

       1120-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * AVANZA WK-FECHA-ACTUAL (AAAAMMDD) UN DIA CALENDARIO, CON       *
      * REGLA DE ANIO BISIESTO PARA FEBRERO                            *
      *----------------------------------------------------------------*
       113-SUMAR-UN-DIA.

           PERFORM 114-DETERMINAR-DIAS-MES THRU 114-FIN.

           IF WK-FA-DIA < WK-DIAS-MES-ACTUAL
              ADD 1 TO WK-FA-DIA
           ELSE
              MOVE 1 TO WK-FA-DIA
              IF WK-FA-MES < 12
                 ADD 1 TO WK-FA-MES
              ELSE
                 MOVE 1 TO WK-FA-MES
                 ADD 1 TO WK-FA-ANIO
              END-IF
           END-IF.

       113-FIN.
           EXIT.

       114-DETERMINAR-DIAS-MES.

           MOVE WK-DIAS-DEL-MES (WK-FA-MES) TO WK-DIAS-MES-ACTUAL.

           MOVE 0 TO WK-SW-ANIO-BISIESTO.
           IF WK-FA-MES = 02
              DIVIDE WK-FA-ANIO BY 400
                     GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
              IF WK-RESTO-DIV = 0
                 MOVE 1 TO WK-SW-ANIO-BISIESTO
              ELSE
                 DIVIDE WK-FA-ANIO BY 100
                        GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
                 IF WK-RESTO-DIV NOT = 0
                    DIVIDE WK-FA-ANIO BY 4
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

       114-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SOLO SE REVALUA UN MES QUE RBD476 YA MARCO 'C' (O QUE RBD472   *
      * YA CONSOLIDO 'X') EN RBPERSS                                   *
      *----------------------------------------------------------------*
       115-VERIFICAR-PERIODO.

           MOVE 0 TO WK-SW-PERIODO-OK.
           OPEN INPUT RBPERSS.
           IF   ES-RBPERSS = '35' OR '97'
                DISPLAY 'SIN REGISTRO DE PERIODOS RBPERSS, NO SE '
                        'PUEDE REVALUAR EL MES ' WK-PERIODO
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
                      'CIERRE EN RBPERSS, NO SE REVALUA'
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
      * FIN DE MES DEL PERIODO, MES ANTERIOR, INICIO DE LA VENTANA DE  *
      * TASAS Y PRIMER DIA HABIL DEL MES SIGUIENTE PARA EL REVERSO     *
      *----------------------------------------------------------------*
       116-CALCULAR-FECHAS.

           COMPUTE WK-FECHA-INICIO-MES = (WK-PERIODO * 100) + 1.
           MOVE WK-FECHA-INICIO-MES TO WK-FECHA-ACTUAL.
           PERFORM 114-DETERMINAR-DIAS-MES THRU 114-FIN.
           MOVE WK-DIAS-MES-ACTUAL  TO WK-FA-DIA.
           MOVE WK-FECHA-ACTUAL     TO WK-FECHA-FIN-MES.
           COMPUTE WK-FECHA-DESDE-TASAS = WK-FECHA-FIN-MES - 10000.

           IF WK-PER-MES = 1
              COMPUTE WK-PERIODO-ANTERIOR =
                      ((WK-PER-ANIO - 1) * 100) + 12
           ELSE
              COMPUTE WK-PERIODO-ANTERIOR = WK-PERIODO - 1
           END-IF.

           MOVE 0 TO WK-INTENTOS-AVANCE.
           MOVE 0 TO WK-SW-DIA-HABIL.
           PERFORM 1160-AVANZAR-UN-DIA THRU 1160-FIN
                   UNTIL WK-SW-DIA-HABIL = 1.
           MOVE WK-FECHA-ACTUAL TO WK-FECHA-REVERSO.

       116-FIN.
           EXIT.

       1160-AVANZAR-UN-DIA.

           ADD 1 TO WK-INTENTOS-AVANCE.
           IF WK-INTENTOS-AVANCE > 30
              DISPLAY 'MAS DE 30 DIAS SEGUIDOS NO HABILES, REVISAR '
                      'EL CALENDARIO CALENSS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           PERFORM 113-SUMAR-UN-DIA THRU 113-FIN.
           MOVE WK-FECHA-ACTUAL TO WK-FECHA-HABIL.
           PERFORM 112-VALIDAR-DIA-HABIL THRU 112-FIN.

       1160-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * VALUACION: SE RECORRE EL SUSPENSO EN ORDEN DE LLAVE JUNTO CON  *
      * EL REGISTRO ANTERIOR (MISMO ORDEN) Y SE VALUA CADA PARTIDA     *
      * PENDIENTE EN MONEDA EXTRANJERA                                 *
      *----------------------------------------------------------------*
       200-VALUAR-SUSPENSO.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RB463SS THRU 2000-FIN
                   UNTIL SW-FIN = 1.

       200-FIN.
           EXIT.

       2000-LEER-RB463SS.

           READ RB463SS

           IF ES-RB463SS = '00'
              ADD 1 TO WK-LEIDOS-463
              IF RB463SS-PENDIENTE AND
                 RB463SS-MONEDA NOT = 'HNL' AND
                 RB463SS-FECHA-ALTA-SUSP NOT > WK-FECHA-FIN-MES
                 PERFORM 2010-VALUAR-PARTIDA THRU 2010-FIN
              END-IF
           ELSE
            IF ES-RB463SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER SUSPENSO RB463SS ' ES-RB463SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2000-FIN.
           EXIT.

       2010-VALUAR-PARTIDA.

           PERFORM 2100-LEER-RBRVLSS THRU 2100-FIN
                   UNTIL WK-LLAVE-ANT NOT < RB463SS-LLAVE.

           PERFORM 2020-UBICAR-MONEDA THRU 2020-FIN.

      * VALOR ORIGEN: EL DEL REGISTRO SI LA PARTIDA YA FUE VALUADA,
      * SI NO EL MONTO A LA TASA DEL DIA DE ALTA AL SUSPENSO
           IF WK-LLAVE-ANT = RB463SS-LLAVE
              MOVE RBRVL-VALOR-ORIGEN TO WK-VALOR-ORIGEN
           ELSE
              MOVE RB463SS-MONEDA          TO WK-BT-MONEDA
              MOVE RB463SS-FECHA-ALTA-SUSP TO WK-BT-FECHA
              PERFORM 800-BUSCAR-TASA THRU 800-FIN
              IF WK-SW-TASA-HALLADA = 0
                 DISPLAY 'SIN TASA ' RB463SS-MONEDA ' AL '
                         RB463SS-FECHA-ALTA-SUSP
                         ', NO SE VALUA ' RB463SS-LLAVE
                 ADD 1 TO WK-SIN-TASA-ORIGEN
                 GO TO 2010-FIN
              END-IF
              COMPUTE WK-VALOR-ORIGEN ROUNDED =
                      RB463SS-MONTO-TRANSAC * WK-BT-TASA
           END-IF.

      * VALOR ANTERIOR: EL CIERRE DEL MES PASADO SI LA PARTIDA YA
      * ESTABA, SI NO EL VALOR ORIGEN
           IF WK-LLAVE-ANT = RB463SS-LLAVE AND
              RBRVL-PERIODO = WK-PERIODO-ANTERIOR
              MOVE RBRVL-VALOR-CIERRE TO WK-VALOR-ANTERIOR
           ELSE
              MOVE WK-VALOR-ORIGEN    TO WK-VALOR-ANTERIOR
           END-IF.

           COMPUTE WK-VALOR-CIERRE ROUNDED =
                   RB463SS-MONTO-TRANSAC * TB-MN-TASA-CIERRE(WK-IX-MON).

           ADD 1                     TO TB-MN-CANT(WK-IX-MON).
           ADD RB463SS-MONTO-TRANSAC TO TB-MN-MONTO-ME(WK-IX-MON).
           ADD WK-VALOR-ORIGEN       TO TB-MN-ORIGEN(WK-IX-MON).
           ADD WK-VALOR-ANTERIOR     TO TB-MN-ANTERIOR(WK-IX-MON).
           ADD WK-VALOR-CIERRE       TO TB-MN-CIERRE(WK-IX-MON).
           ADD 1                     TO WK-PARTIDAS-VALUADAS.

           MOVE WK-PERIODO                  TO RBRVN-PERIODO.
           MOVE RB463SS-LLAVE               TO RBRVN-LLAVE.
           MOVE RB463SS-MONEDA              TO RBRVN-MONEDA.
           MOVE RB463SS-MONTO-TRANSAC       TO RBRVN-MONTO-TRANSAC.
           MOVE TB-MN-TASA-CIERRE(WK-IX-MON) TO RBRVN-TASA-CIERRE.
           MOVE WK-VALOR-ORIGEN             TO RBRVN-VALOR-ORIGEN.
           MOVE WK-VALOR-CIERRE             TO RBRVN-VALOR-CIERRE.
           WRITE REG-RBRVLNW.
           IF ES-RBRVLNW NOT = '00'
              DISPLAY 'ERROR AL GRABAR REGISTRO RBRVLNW ' ES-RBRVLNW
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       2010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RENGLON DE LA MONEDA EN LA TABLA DE TOTALES. AL DAR DE ALTA    *
      * UNA MONEDA SE FIJA SU TASA DE CIERRE: LA ULTIMA DE TASACSS     *
      * HASTA EL FIN DE MES, Y TIENE QUE SER DEL MES                   *
      *----------------------------------------------------------------*
       2020-UBICAR-MONEDA.

           MOVE 0 TO WK-IX-MON.
           MOVE 0 TO WK-SW-MON-HALLADA.
           PERFORM 2021-BUSCAR-MONEDA THRU 2021-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON OR
                         WK-SW-MON-HALLADA = 1.
           IF WK-SW-MON-HALLADA = 1
              GO TO 2020-FIN
           END-IF.

           MOVE RB463SS-MONEDA   TO WK-BT-MONEDA.
           MOVE WK-FECHA-FIN-MES TO WK-BT-FECHA.
           PERFORM 800-BUSCAR-TASA THRU 800-FIN.
           IF WK-SW-TASA-HALLADA = 0 OR
              WK-BT-FECHA-TASA < WK-FECHA-INICIO-MES
              DISPLAY 'SIN TASA DE CIERRE ' RB463SS-MONEDA
                      ' EN EL MES ' WK-PERIODO ' EN TASACSS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF WK-CANT-MON >= 20
              DISPLAY 'TABLA DE MONEDAS LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CANT-MON.
           MOVE WK-CANT-MON      TO WK-IX-MON.
           MOVE RB463SS-MONEDA   TO TB-MN-MONEDA(WK-IX-MON).
           MOVE WK-BT-TASA       TO TB-MN-TASA-CIERRE(WK-IX-MON).
           MOVE WK-BT-FECHA-TASA TO TB-MN-FECHA-TASA(WK-IX-MON).
           DISPLAY 'TASA DE CIERRE ' RB463SS-MONEDA ' : ' WK-BT-TASA
                   ' DEL ' WK-BT-FECHA-TASA.

       2020-FIN.
           EXIT.

       2021-BUSCAR-MONEDA.

           ADD 1 TO WK-IX-MON.
           IF RB463SS-MONEDA = TB-MN-MONEDA(WK-IX-MON)
              MOVE 1 TO WK-SW-MON-HALLADA.

       2021-FIN.
           EXIT.

       2100-LEER-RBRVLSS.

           IF SW-FIN-ANT = 1
              MOVE HIGH-VALUES TO WK-LLAVE-ANT
              GO TO 2100-FIN
           END-IF.

           READ RBRVLSS.
           IF ES-RBRVLSS = '00'
              ADD 1 TO WK-LEIDOS-ANT
              MOVE RBRVL-LLAVE TO WK-LLAVE-ANT
           ELSE
            IF ES-RBRVLSS = '10'
              MOVE 1           TO SW-FIN-ANT
              MOVE HIGH-VALUES TO WK-LLAVE-ANT
            ELSE
               DISPLAY 'ERROR AL LEER REGISTRO RBRVLSS ' ES-RBRVLSS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN ASIENTO POR MONEDA POR CIERRE - ORIGEN: 'RVG' SI ES         *
      * GANANCIA, 'RVP' SI ES PERDIDA, CON FECHA DE FIN DE MES; Y SU   *
      * REVERSO 'XVG' / 'XVP' CON FECHA DEL PRIMER DIA HABIL DEL MES   *
      * SIGUIENTE. UNA CORRIDA REPETIDA NO CONTABILIZA                 *
      *----------------------------------------------------------------*
       300-CONTABILIZAR.

           MOVE 0 TO WK-IX-MON.
           PERFORM 3000-CALCULAR-ASIENTO THRU 3000-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON.

           IF WK-SW-REPETIDA = 1
              DISPLAY 'CORRIDA REPETIDA DEL PERIODO, NO SE '
                      'CONTABILIZA'
              GO TO 300-FIN
           END-IF.
           IF WK-CANT-MON = 0
              GO TO 300-FIN
           END-IF.

           OPEN EXTEND RBGLISS.
           IF   ES-RBGLISS = '35'
                OPEN OUTPUT RBGLISS.
           IF   ES-RBGLISS NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR INTERFASE RBGLISS ' ES-RBGLISS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO WK-IX-MON.
           PERFORM 3010-GRABAR-ASIENTOS THRU 3010-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON.
           CLOSE RBGLISS.

       300-FIN.
           EXIT.

       3000-CALCULAR-ASIENTO.

           ADD 1 TO WK-IX-MON.
           COMPUTE TB-MN-ASIENTO(WK-IX-MON) = TB-MN-CIERRE(WK-IX-MON)
                                            - TB-MN-ORIGEN(WK-IX-MON).

       3000-FIN.
           EXIT.

       3010-GRABAR-ASIENTOS.

           ADD 1 TO WK-IX-MON.

           IF TB-MN-ASIENTO(WK-IX-MON) = 0
              GO TO 3010-FIN
           END-IF.

           IF TB-MN-ASIENTO(WK-IX-MON) > 0
              MOVE 'RVG' TO WK-ORIGEN-ACT
              MOVE TB-MN-ASIENTO(WK-IX-MON) TO RBGLI-MONTO
           ELSE
              MOVE 'RVP' TO WK-ORIGEN-ACT
              COMPUTE RBGLI-MONTO = 0 - TB-MN-ASIENTO(WK-IX-MON)
           END-IF.
           MOVE WK-FECHA-FIN-MES TO RBGLI-FECHA-PROCESO.
           PERFORM 3020-GRABAR-RBGLISS THRU 3020-FIN.

           IF TB-MN-ASIENTO(WK-IX-MON) > 0
              MOVE 'XVG' TO WK-ORIGEN-ACT
           ELSE
              MOVE 'XVP' TO WK-ORIGEN-ACT
           END-IF.
           MOVE WK-FECHA-REVERSO TO RBGLI-FECHA-PROCESO.
           PERFORM 3020-GRABAR-RBGLISS THRU 3020-FIN.

       3010-FIN.
           EXIT.

       3020-GRABAR-RBGLISS.

           MOVE 'RBD527  '                TO RBGLI-REF-PROGRAMA.
           MOVE WK-FECHA-SISTEMA          TO RBGLI-REF-FECHA.
           MOVE WK-HORA-INICIO            TO RBGLI-REF-HORA.
           MOVE WK-ORIGEN-ACT             TO RBGLI-ORIGEN.
           MOVE SPACES                    TO RBGLI-RED-ADQUIR.
           MOVE TB-MN-MONEDA(WK-IX-MON)   TO RBGLI-MONEDA.
           MOVE TB-MN-CANT(WK-IX-MON)     TO RBGLI-CANT-TRANSAC.

           PERFORM 3030-BUSCAR-CUENTA THRU 3030-FIN.

           WRITE REG-RBGLISS.
           IF ES-RBGLISS NOT = '00'
              DISPLAY 'ERROR AL GRABAR RBGLISS ' ES-RBGLISS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-ASIENTOS.

           DISPLAY 'ASIENTO ' RBGLI-ORIGEN ' ' RBGLI-MONEDA
                   ' AL ' RBGLI-FECHA-PROCESO
                   ' CANT ' RBGLI-CANT-TRANSAC
                   ' MONTO ' RBGLI-MONTO
                   ' CTA ' RBGLI-CUENTA-CONTABLE.

       3020-FIN.
           EXIT.

       3030-BUSCAR-CUENTA.

           MOVE 0 TO RBGLI-CUENTA-CONTABLE.
           MOVE 0 TO WK-IX-GLCTA.
           MOVE 0 TO WK-SW-GLCTA-HALLADA.
           PERFORM 3031-PROBAR-CUENTA THRU 3031-FIN
                   UNTIL WK-IX-GLCTA >= WK-CANT-GLCTA OR
                         WK-SW-GLCTA-HALLADA = 1.

           IF WK-SW-GLCTA-HALLADA = 0
              DISPLAY 'SIN CUENTA CONTABLE MAPEADA PARA '
                      WK-ORIGEN-ACT ' '
                      TB-MN-MONEDA(WK-IX-MON)
              ADD 1 TO WK-SIN-CUENTA
           END-IF.

       3030-FIN.
           EXIT.

       3031-PROBAR-CUENTA.

           ADD 1 TO WK-IX-GLCTA.
           IF TB-GL-ORIGEN(WK-IX-GLCTA) = WK-ORIGEN-ACT
              AND TB-GL-MONEDA(WK-IX-GLCTA) =
                  TB-MN-MONEDA(WK-IX-MON)
              AND TB-GL-RED(WK-IX-GLCTA) = SPACES
              MOVE TB-GL-CUENTA(WK-IX-GLCTA)
                                  TO RBGLI-CUENTA-CONTABLE
              MOVE 1 TO WK-SW-GLCTA-HALLADA.

       3031-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO POR MONEDA: EFECTO DEL MES = CIERRE - VALUACION        *
      * ANTERIOR; ASIENTO = CIERRE - ORIGEN (SE REVIERTE AL DIA        *
      * SIGUIENTE)                                                     *
      *----------------------------------------------------------------*
       400-LISTAR-REVALUACION.

           MOVE WK-PERIODO        TO WK-LTI-PERIODO.
           MOVE WK-FECHA-FIN-MES  TO WK-LTI-FIN-MES.
           MOVE WK-FECHA-REVERSO  TO WK-LTI-REVERSO.
           MOVE WK-LINEA-TITULO   TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-MON.
           PERFORM 4000-LISTAR-MONEDA THRU 4000-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON.

           IF WK-CANT-MON = 0
              MOVE '  SIN PARTIDAS PENDIENTES EN MONEDA EXTRANJERA'
                                  TO REG-RB527LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              GO TO 400-FIN
           END-IF.

           MOVE WK-TOT-CANT       TO WK-LTO-CANT.
           MOVE WK-TOT-ORIGEN     TO WK-LTO-ORIGEN.
           MOVE WK-TOT-ANTERIOR   TO WK-LTO-ANTERIOR.
           MOVE WK-TOT-CIERRE     TO WK-LTO-CIERRE.
           MOVE WK-TOT-EFECTO     TO WK-LTO-EFECTO.
           MOVE WK-TOT-ASIENTO    TO WK-LTO-ASIENTO.
           MOVE SPACES            TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL    TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-SW-REPETIDA = 1
              MOVE SPACES TO REG-RB527LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
              MOVE '  CORRIDA REPETIDA DEL PERIODO, NO SE CONTABILIZA'
                          TO REG-RB527LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       400-FIN.
           EXIT.

       4000-LISTAR-MONEDA.

           ADD 1 TO WK-IX-MON.
           COMPUTE WK-EFECTO-MES = TB-MN-CIERRE(WK-IX-MON)
                                 - TB-MN-ANTERIOR(WK-IX-MON).

           MOVE SPACES                       TO WK-LINEA-DETALLE.
           MOVE TB-MN-MONEDA(WK-IX-MON)      TO WK-LDE-MONEDA.
           MOVE TB-MN-CANT(WK-IX-MON)        TO WK-LDE-CANT.
           MOVE TB-MN-MONTO-ME(WK-IX-MON)    TO WK-LDE-MONTO-ME.
           MOVE TB-MN-TASA-CIERRE(WK-IX-MON) TO WK-LDE-TASA.
           MOVE TB-MN-ORIGEN(WK-IX-MON)      TO WK-LDE-ORIGEN.
           MOVE TB-MN-ANTERIOR(WK-IX-MON)    TO WK-LDE-ANTERIOR.
           MOVE TB-MN-CIERRE(WK-IX-MON)      TO WK-LDE-CIERRE.
           MOVE WK-EFECTO-MES                TO WK-LDE-EFECTO.
           MOVE TB-MN-ASIENTO(WK-IX-MON)     TO WK-LDE-ASIENTO.
           MOVE WK-LINEA-DETALLE             TO REG-RB527LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           ADD TB-MN-CANT(WK-IX-MON)     TO WK-TOT-CANT.
           ADD TB-MN-ORIGEN(WK-IX-MON)   TO WK-TOT-ORIGEN.
           ADD TB-MN-ANTERIOR(WK-IX-MON) TO WK-TOT-ANTERIOR.
           ADD TB-MN-CIERRE(WK-IX-MON)   TO WK-TOT-CIERRE.
           ADD WK-EFECTO-MES             TO WK-TOT-EFECTO.
           ADD TB-MN-ASIENTO(WK-IX-MON)  TO WK-TOT-ASIENTO.

       4000-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB527LS.
           IF ES-RB527LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB527LS ' ES-RB527LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
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
              DISPLAY '     PROG. RBD527 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-SW-REPETIDA = 1 OR WK-SIN-TASA-ORIGEN > 0 OR
               WK-SIN-CUENTA > 0) AND RETURN-CODE = 0
              DISPLAY 'CORRIDA REPETIDA, PARTIDAS SIN TASA DE ORIGEN '
                      'O ASIENTOS SIN CUENTA. SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD527 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'PERIODO REVALUADO          : ' WK-PERIODO
              DISPLAY 'PARTIDAS RB463SS LEIDAS    : ' WK-LEIDOS-463
              DISPLAY 'REGISTRO ANTERIOR LEIDOS   : ' WK-LEIDOS-ANT
              DISPLAY 'PARTIDAS VALUADAS          : '
                       WK-PARTIDAS-VALUADAS
              DISPLAY 'PARTIDAS SIN TASA ORIGEN   : '
                       WK-SIN-TASA-ORIGEN
              DISPLAY 'MONEDAS REVALUADAS         : ' WK-CANT-MON
              DISPLAY 'ASIENTOS GENERADOS         : ' WK-ASIENTOS
              DISPLAY 'ASIENTOS SIN CUENTA        : ' WK-SIN-CUENTA
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RB463SS
              CLOSE RBRVLNW
              CLOSE RB527LS
              IF ES-RBRVLSS NOT = '35'
                 CLOSE RBRVLSS
              END-IF
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

           MOVE 'RBD527  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'PARTIDAS-VALUADAS'  TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-PARTIDAS-VALUADAS TO RBLEDG-CONT-VALOR(1).
           MOVE 'MONEDAS'            TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CANT-MON          TO RBLEDG-CONT-VALOR(2).
           MOVE 'ASIENTOS-RBGLISS'   TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-ASIENTOS          TO RBLEDG-CONT-VALOR(3).
           MOVE 'SIN-TASA-ORIGEN'    TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SIN-TASA-ORIGEN   TO RBLEDG-CONT-VALOR(4).
           MOVE 'SIN-CUENTA'         TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SIN-CUENTA        TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

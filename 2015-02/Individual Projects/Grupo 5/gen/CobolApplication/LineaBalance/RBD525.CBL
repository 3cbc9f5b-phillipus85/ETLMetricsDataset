      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : PRONOSTICO DE CAPACIDAD DE LA CADENA NOCTURNA    *
      * OBJETIVO  : RBVOLSS GUARDA EL VOLUMEN DIARIO Y RBLEDSS LOS   *
      *           : CONTADORES Y TIEMPOS DE CADA CORRIDA, PERO NADIE *
      *           : PROYECTABA HACIA ADELANTE Y LOS ULTIMOS B37 EN   *
      *           : RB457SS Y RB451SS FUERON SORPRESA. ESTE REPORTE  *
      *           : MENSUAL AJUSTA UNA TENDENCIA LINEAL (MINIMOS     *
      *           : CUADRADOS) POR ARCHIVO SOBRE LA HISTORIA, PROYECTA*
      *           : REGISTROS, CILINDROS Y DURACION DE RBD457 A LOS  *
      *           : PROXIMOS DIAS, Y LOS COMPARA CON EL SPACE DE LOS *
      *           : PROCEDIMIENTOS RBD457P Y RBD472P. MARCA EL       *
      *           : ARCHIVO QUE SE QUEDARIA SIN LUGAR ANTES DE LA    *
      *           : PROXIMA REVISION                                 *
      * FECHA     : 11 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192179                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192179                                       *
      * FECHA  : 11 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM525SS PALABRA-    *
      *          CLAVE=VALOR, TODAS OPCIONALES:                      *
      *             DIAS-HISTORIA=   DIAS HACIA ATRAS QUE ALIMENTAN  *
      *                              LA TENDENCIA (90, MAXIMO 400)   *
      *             DIAS-PROYECCION= HORIZONTE DEL PRONOSTICO (90,   *
      *                              MAXIMO 365)                     *
      *             DIAS-REVISION=   DIAS HASTA LA PROXIMA REVISION  *
      *                              DE CAPACIDAD (31)               *
      *             PORC-RB457VI=, PORC-RB457MC=, PORC-RB457OT=      *
      *                              PARTE DE RB457SS QUE VA A CADA  *
      *                              EXTRACTO POR RED (100: PEOR     *
      *                              CASO, TODO A UNA RED)           *
      *          FUENTES: CN255SE SALE DE RBVOLSS (LEIDOS-CIFIN); LAS *
      *          SALIDAS DE LOS CONTADORES DE RBD457 EN RBLEDSS,     *
      *          BUSCADOS POR NOMBRE; LA DURACION DE LAS HORAS DE    *
      *          INICIO Y FIN DE LA MISMA BITACORA (COMO RBD489). SI *
      *          UN DIA TIENE VARIAS CORRIDAS TERMINADAS VALE LA     *
      *          ULTIMA (UN RERUN REEMPLAZA A LA MALA).               *
      *          PROYECCION = TENDENCIA + MAYOR DESVIO POSITIVO VISTO *
      *          EN LA HISTORIA (EL PICO DE LA SEMANA). CILINDROS DE *
      *          3390 CON BLOQUE DE MEDIA PISTA (27998); LA          *
      *          ASIGNACION MAXIMA ES PRIMARIO + 15 SECUNDARIOS. EL  *
      *          SPACE SE LEE DE LOS PROPIOS MIEMBROS RBD457P Y      *
      *          RBD472P (SYS003/SYS004); EN RBD472P LA CORRIDA      *
      *          CONSOLIDA EL MES, ASI QUE SE COMPARA CONTRA 31 DIAS *
      *          DE VOLUMEN. ARCHIVO QUE SE EXCEDE DENTRO DE         *
      *          DIAS-REVISION: AVISO ***** Y RC 4; DESPUES DE LA    *
      *          REVISION PERO DENTRO DEL HORIZONTE: VIGILAR         *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD525.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 11 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM525SS   ASSIGN TO SYS001-PARM525SS
                               FILE STATUS ES-PARM525SS.

           SELECT  RBVOLSS     ASSIGN TO SYS002-RBVOLSS
                               FILE STATUS ES-RBVOLSS.

           SELECT  PROC457     ASSIGN TO SYS003-PROC457
                               FILE STATUS ES-PROC457.

           SELECT  PROC472     ASSIGN TO SYS004-PROC472
                               FILE STATUS ES-PROC472.

           SELECT  RB525LS     ASSIGN TO SYS005-RB525LS
                               FILE STATUS ES-RB525LS.

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
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM525SS.
       01  REG-PARM525SS                  PIC X(80).

      *----------------------------------------------------------------*
      * HISTORIA DE VOLUMEN POR CORRIDA QUE GRABA RBD457               *
      *----------------------------------------------------------------*
       FD  RBVOLSS.
       01  REG-RBVOLSS.
           03 RBVOL-FECHA                 PIC 9(8).
           03 RBVOL-DIA-SEMANA            PIC 9(1).
           03 RBVOL-LEIDOS-CIFIN          PIC 9(10).
           03 RBVOL-LEIDOS                PIC 9(10).

      *----------------------------------------------------------------*
      * MIEMBROS DE PROCEDIMIENTO RBD457P Y RBD472P, DE DONDE SE TOMA  *
      * EL SPACE DE CADA ARCHIVO                                       *
      *----------------------------------------------------------------*
       FD  PROC457.
       01  REG-PROC457                    PIC X(80).

       FD  PROC472.
       01  REG-PROC472                    PIC X(80).

       FD  RB525LS.
       01  REG-RB525LS                    PIC X(132).

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
           03  ES-PARM525SS                 PIC   X(02).
           03  ES-RBVOLSS                   PIC   X(02).
           03  ES-PROC457                   PIC   X(02).
           03  ES-PROC472                   PIC   X(02).
           03  ES-RB525LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-PROCEDIMIENTO             PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-FIN-BROWSE                PIC   9(01).
           03  SW-RBLEDSS-ABIERTO           PIC   9(01).
           03  WK-DIAS-HISTORIA             PIC   9(03).
           03  WK-DIAS-PROYECCION           PIC   9(03).
           03  WK-DIAS-REVISION             PIC   9(03).
           03  WK-LEIDOS-RBVOLSS            PIC   9(10).
           03  WK-LEIDOS-RBLEDSS            PIC   9(10).
           03  WK-CORRIDAS-USADAS           PIC   9(10).
           03  WK-RENGLONES                 PIC   9(05).
           03  WK-CANT-AVISOS               PIC   9(05).
           03  WK-CANT-VIGILAR              PIC   9(05).
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

      * ARCHIVOS PRONOSTICADOS. LA SERIE DE CADA UNO SALE DEL
      * CONTADOR DE RBD457 CUYO NOMBRE ESTA EN CONT-1 (MAS CONT-2 SI
      * LO HAY); CN255SE SALE DE RBVOLSS. TB-ARC-PORC ES LA PARTE DEL
      * CONTADOR QUE LE CORRESPONDE. ALOC(1) = RBD457P, ALOC(2) =
      * RBD472P, EN CILINDROS
       01  WK-CANT-ARCHIVOS                 PIC   9(02) VALUE 10.
       01  WK-IX-ARC                        PIC   9(02).
       01  WK-IX-PROC                       PIC   9(01).
       01  TB-ARCHIVOS.
           03  TB-ARC OCCURS 10 TIMES.
               05 TB-ARC-NOMBRE             PIC  X(08).
               05 TB-ARC-LRECL              PIC  9(04).
               05 TB-ARC-CONT-1             PIC  X(20).
               05 TB-ARC-CONT-2             PIC  X(20).
               05 TB-ARC-PORC               PIC  9(03).
               05 TB-ARC-ALOC OCCURS 2 TIMES.
                  07 TB-ARC-ALOC-HALLADA    PIC  9(01).
                  07 TB-ARC-ALOC-PRI        PIC  9(05).
                  07 TB-ARC-ALOC-SEC        PIC  9(05).

      * SERIES DIARIAS: 1 A 10 LOS ARCHIVOS DE TB-ARCHIVOS, 11 LA
      * DURACION DE RBD457 EN SEGUNDOS. EL DIA N ES FECHA DE PROCESO
      * MENOS DIAS-HISTORIA MAS N
       01  WK-CANT-SERIES                   PIC   9(02) VALUE 11.
       01  WK-SERIE-TIEMPO                  PIC   9(02) VALUE 11.
       01  WK-IX-SERIE                      PIC   9(02).
       01  WK-IX-DIA                        PIC   9(03).
       01  TB-DIAS.
           03  TB-DIA OCCURS 400 TIMES.
               05 TB-DIA-SERIE OCCURS 11 TIMES.
                  07 TB-DIA-TIENE           PIC  9(01).
                  07 TB-DIA-VALOR           PIC  9(10).

      * RECTA DE CADA SERIE: Y = A + B * X, X EN DIAS DESDE EL
      * PRIMER DIA DE LA HISTORIA. MARGEN ES EL MAYOR DESVIO POSITIVO
       01  TB-TENDENCIAS.
           03  TB-TEN OCCURS 11 TIMES.
               05 TB-TEN-PUNTOS             PIC  9(03).
               05 TB-TEN-A                  PIC S9(11)V9(04).
               05 TB-TEN-B                  PIC S9(09)V9(04).
               05 TB-TEN-MARGEN             PIC  9(11).
               05 TB-TEN-ULTIMO             PIC  9(10).

      * SUMAS DEL AJUSTE POR MINIMOS CUADRADOS
       01  WK-SUMA-N                        PIC   9(05).
       01  WK-SUMA-X                        PIC   9(09).
       01  WK-SUMA-Y                        PIC   9(15).
       01  WK-SUMA-XY                       PIC   9(18).
       01  WK-SUMA-XX                       PIC   9(12).
       01  WK-DENOMINADOR                   PIC  S9(15).
       01  WK-NUMERADOR                     PIC  S9(18).
       01  WK-X                             PIC   9(05).
       01  WK-Y-RECTA                       PIC  S9(11)V9(04).
       01  WK-DESVIO                        PIC  S9(11)V9(04).

      * PROYECCION DE UN DIA
       01  WK-DIA-PROY                      PIC   9(03).
       01  WK-DIA-EXCESO                    PIC   9(03).
       01  WK-FACTOR-PROC                   PIC   9(02).
       01  WK-PROY-REGS                     PIC  S9(13).
       01  WK-PROY-REGS-HOY                 PIC  S9(13).
       01  WK-PROY-CIL                      PIC   9(07).
       01  WK-REGS-POR-PISTA                PIC   9(05).
       01  WK-REGS-POR-CIL                  PIC   9(07).
       01  WK-CIL-MAXIMO                    PIC   9(07).
       01  WK-COCIENTE                      PIC   9(13).
       01  WK-RESTO                         PIC   9(07).
       01  WK-BYTES-MEDIA-PISTA             PIC   9(05) VALUE 27998.
       01  WK-PISTAS-POR-CIL                PIC   9(02) VALUE 15.
       01  WK-CANT-SECUNDARIOS              PIC   9(02) VALUE 15.
       01  WK-DIAS-MES-CONSOL               PIC   9(02) VALUE 31.

      * FECHAS EN NUMERO DE DIA JULIANO
       01  WK-FECHA-JDN                     PIC   9(08).
       01  WK-FECHA-JDN-R REDEFINES WK-FECHA-JDN.
           03 WK-JD-ANIO                    PIC   9(04).
           03 WK-JD-MES                     PIC   9(02).
           03 WK-JD-DIA                     PIC   9(02).
       01  WK-JD-A                          PIC   9(02).
       01  WK-JD-Y                          PIC   9(05).
       01  WK-JD-M                          PIC   9(02).
       01  WK-JD-T1                         PIC   9(05).
       01  WK-JD-T2                         PIC   9(05).
       01  WK-JD-T3                         PIC   9(05).
       01  WK-JD-T4                         PIC   9(05).
       01  WK-JDN                           PIC   9(08).
       01  WK-JDN-PROCESO                   PIC   9(08).
       01  WK-JDN-DESDE                     PIC   9(08).

      * DURACION DE UNA CORRIDA (MISMO CALCULO QUE RBD489)
       01  WK-HORA-TRABAJO                  PIC   9(08).
       01  WK-HORA-TRABAJO-R REDEFINES WK-HORA-TRABAJO.
           03 WK-HT-HORA                    PIC   9(02).
           03 WK-HT-MIN                     PIC   9(02).
           03 WK-HT-SEG                     PIC   9(02).
           03 WK-HT-CENT                    PIC   9(02).
       01  WK-SEG-INICIO                    PIC   9(09).
       01  WK-SEG-FIN                       PIC   9(09).
       01  WK-DURACION-SEG                  PIC   9(09).
       01  WK-IX-CONT                       PIC   9(02).
       01  WK-VALOR-CONT                    PIC   9(11).
       01  WK-SW-CONT-HALLADO               PIC   9(01).

      * LECTURA DEL SPACE EN LOS PROCEDIMIENTOS
       01  WK-JCL-LINEA                     PIC   X(80).
       01  WK-JCL-ANTES                     PIC   X(80).
       01  WK-JCL-RESTO                     PIC   X(80).
       01  WK-JCL-DSN                       PIC   X(44).
       01  WK-JCL-Q1                        PIC   X(08).
       01  WK-JCL-Q2                        PIC   X(08).
       01  WK-JCL-Q3                        PIC   X(08).
       01  WK-JCL-PRI                       PIC   X(10).
       01  WK-JCL-SEC                       PIC   X(10).
       01  WK-JCL-UNIDAD                    PIC   X(03).
       01  WK-JCL-ARC-ACTUAL                PIC   9(02).
       01  WK-JCL-CANT                      PIC   9(02).
       01  WK-JCL-SPACE-PRI                 PIC   9(07).
       01  WK-JCL-SPACE-SEC                 PIC   9(07).

       01  WK-FECHA-SISTEMA                 PIC       9(8).
       01  WK-HORA-INICIO                   PIC       9(8).
       01  WK-HORA-FIN                      PIC       9(8).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD525'.
           03 FILLER                       PIC X(46) VALUE
              'PRONOSTICO DE CAPACIDAD - CADENA NOCTURNA'.
           03 FILLER                       PIC X(11) VALUE
              'HISTORIA : '.
           03 WK-LTI-HISTORIA               PIC ZZ9.
           03 FILLER                       PIC X(14) VALUE
              '  HORIZONTE : '.
           03 WK-LTI-HORIZONTE              PIC ZZ9.
           03 FILLER                       PIC X(13) VALUE
              '  REVISION : '.
           03 WK-LTI-REVISION               PIC ZZ9.
           03 FILLER                       PIC X(10) VALUE
              '  FECHA : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(13).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  PROC    ARCHIVO  LRECL DIAS TEND/DIA   REG'.
           03 FILLER                       PIC X(44) VALUE
              'S HOY   REGS HORIZ   CIL HORIZ ALOC(PRI,SEC'.
           03 FILLER                       PIC X(44) VALUE
              ')  CIL MAX  EXCEDE DIA AVISO               '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-PROC                   PIC X(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-ARCHIVO                PIC X(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-LRECL                  PIC ZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-PUNTOS                 PIC ZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TENDENCIA              PIC -(7)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-REGS-HOY               PIC Z(10)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-REGS-HORIZ             PIC Z(12)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-CIL-HORIZ              PIC Z(8)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ALOC-PRI               PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE ','.
           03 WK-LDE-ALOC-SEC               PIC ZZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-CIL-MAX                PIC Z(8)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-DIA-EXCESO             PIC X(10).
           03 FILLER                       PIC X(01).
           03 WK-LDE-AVISO                  PIC X(10).
           03 FILLER                       PIC X(15).

       01  WK-LINEA-TIEMPO.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(36) VALUE
              'DURACION RBD457 (SEG) - DIAS/TEND : '.
           03 WK-LTP-PUNTOS                 PIC ZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LTP-TENDENCIA              PIC -(7)9.
           03 FILLER                       PIC X(08) VALUE
              '  HOY : '.
           03 WK-LTP-HOY                    PIC Z(8)9.
           03 FILLER                       PIC X(14) VALUE
              '  HORIZONTE : '.
           03 WK-LTP-HORIZ                  PIC Z(8)9.
           03 FILLER                       PIC X(41).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           PERFORM 200-CARGAR-RBVOLSS THRU 200-FIN.
           PERFORM 250-CARGAR-RBLEDSS THRU 250-FIN.

           MOVE 1 TO WK-IX-PROC.
           PERFORM 300-LEER-PROCEDIMIENTO THRU 300-FIN.
           MOVE 2 TO WK-IX-PROC.
           PERFORM 300-LEER-PROCEDIMIENTO THRU 300-FIN.

           MOVE 0 TO WK-IX-SERIE.
           PERFORM 400-AJUSTAR-TENDENCIA THRU 400-FIN
                   UNTIL WK-IX-SERIE >= WK-CANT-SERIES.

           PERFORM 500-LISTAR-PRONOSTICO THRU 500-FIN.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.

           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-ARCHIVOS.
           INITIALIZE  TB-DIAS.
           INITIALIZE  TB-TENDENCIAS.
           MOVE 90  TO WK-DIAS-HISTORIA.
           MOVE 90  TO WK-DIAS-PROYECCION.
           MOVE 31  TO WK-DIAS-REVISION.

           MOVE 'CN255SE '          TO TB-ARC-NOMBRE(1).
           MOVE 469                 TO TB-ARC-LRECL(1).
           MOVE 'RB457SS '          TO TB-ARC-NOMBRE(2).
           MOVE 271                 TO TB-ARC-LRECL(2).
           MOVE 'GRABADOS-RB457SS'  TO TB-ARC-CONT-1(2).
           MOVE 'RB451SS '          TO TB-ARC-NOMBRE(3).
           MOVE 267                 TO TB-ARC-LRECL(3).
           MOVE 'GRABADOS-RB451SS'  TO TB-ARC-CONT-1(3).
           MOVE 'RB457VI '          TO TB-ARC-NOMBRE(4).
           MOVE 269                 TO TB-ARC-LRECL(4).
           MOVE 'GRABADOS-RB457SS'  TO TB-ARC-CONT-1(4).
           MOVE 'RB457MC '          TO TB-ARC-NOMBRE(5).
           MOVE 269                 TO TB-ARC-LRECL(5).
           MOVE 'GRABADOS-RB457SS'  TO TB-ARC-CONT-1(5).
           MOVE 'RB457OT '          TO TB-ARC-NOMBRE(6).
           MOVE 269                 TO TB-ARC-LRECL(6).
           MOVE 'GRABADOS-RB457SS'  TO TB-ARC-CONT-1(6).
           MOVE 'RB459SS '          TO TB-ARC-NOMBRE(7).
           MOVE 19                  TO TB-ARC-LRECL(7).
           MOVE 'RED-INVALIDA'      TO TB-ARC-CONT-1(7).
           MOVE 'NO-VIGENTES'       TO TB-ARC-CONT-2(7).
           MOVE 'RB460SS '          TO TB-ARC-NOMBRE(8).
           MOVE 267                 TO TB-ARC-LRECL(8).
           MOVE 'DUPLICADAS'        TO TB-ARC-CONT-1(8).
           MOVE 'RB462SS '          TO TB-ARC-NOMBRE(9).
           MOVE 20                  TO TB-ARC-LRECL(9).
           MOVE 'ERRORES-LECTURA'   TO TB-ARC-CONT-1(9).
           MOVE 'RB461SS '          TO TB-ARC-NOMBRE(10).
           MOVE 169                 TO TB-ARC-LRECL(10).
           MOVE 'CALIDAD-DATOS'     TO TB-ARC-CONT-1(10).
           MOVE 0 TO WK-IX-ARC.
           PERFORM 1001-PORCENTAJE-INICIAL THRU 1001-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS.

           PERFORM 106-LEER-FECPRSS   THRU 106-FIN.
           PERFORM 101-LEER-PARM525SS THRU 101-FIN.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN           TO WK-JDN-PROCESO.
           COMPUTE WK-JDN-DESDE = WK-JDN-PROCESO - WK-DIAS-HISTORIA + 1.

           DISPLAY 'FECHA DE PROCESO   : ' WK-FECHA-SISTEMA.
           DISPLAY 'DIAS DE HISTORIA   : ' WK-DIAS-HISTORIA.
           DISPLAY 'DIAS DE PROYECCION : ' WK-DIAS-PROYECCION.
           DISPLAY 'DIAS A LA REVISION : ' WK-DIAS-REVISION.
           DISPLAY 'PORC RB457VI/MC/OT : ' TB-ARC-PORC(4) ' '
                   TB-ARC-PORC(5) ' ' TB-ARC-PORC(6).

           OPEN OUTPUT RB525LS.
           IF   ES-RB525LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB525LS ' ES-RB525LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT RBLEDSS.
           IF   ES-RBLEDSS = '00'
                MOVE 1 TO SW-RBLEDSS-ABIERTO
           ELSE
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS ', SOLO SE PRONOSTICA CN255SE'.

       100-FIN.
           EXIT.

       1001-PORCENTAJE-INICIAL.

           ADD 1 TO WK-IX-ARC.
           MOVE 100 TO TB-ARC-PORC(WK-IX-ARC).

       1001-FIN.
           EXIT.

       101-LEER-PARM525SS.

           OPEN INPUT PARM525SS.
           IF   ES-PARM525SS = '97'
                MOVE '00'  TO ES-PARM525SS.
           IF   ES-PARM525SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM525SS NOT = '00'
                CLOSE PARM525SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM525SS.
           IF ES-PARM525SS = '00'
              IF REG-PARM525SS = SPACES OR REG-PARM525SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM525SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM525SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM525SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM525SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN.
           IF WK-SW-VALOR-VALIDO = 0
              PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
           END-IF.

           EVALUATE WK-PARM-CLAVE
               WHEN 'DIAS-HISTORIA'
                   IF WK-PARM-NUMERO < 2 OR WK-PARM-NUMERO > 400
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-HISTORIA
               WHEN 'DIAS-PROYECCION'
                   IF WK-PARM-NUMERO = 0 OR WK-PARM-NUMERO > 365
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-PROYECCION
               WHEN 'DIAS-REVISION'
                   IF WK-PARM-NUMERO = 0 OR WK-PARM-NUMERO > 365
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-REVISION
               WHEN 'PORC-RB457VI'
                   IF WK-PARM-NUMERO > 100
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO TB-ARC-PORC(4)
               WHEN 'PORC-RB457MC'
                   IF WK-PARM-NUMERO > 100
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO TB-ARC-PORC(5)
               WHEN 'PORC-RB457OT'
                   IF WK-PARM-NUMERO > 100
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO TB-ARC-PORC(6)
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM525SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM525SS: '
                    REG-PARM525SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       106-LEER-FECPRSS.

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

       106-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SERIE DE CN255SE: LEIDOS-CIFIN DE CADA FECHA DE LA HISTORIA    *
      *----------------------------------------------------------------*
       200-CARGAR-RBVOLSS.

           OPEN INPUT RBVOLSS.
           IF   ES-RBVOLSS = '97'
                MOVE '00'  TO ES-RBVOLSS.
           IF   ES-RBVOLSS NOT = '00'
                DISPLAY 'AVISO: HISTORIA RBVOLSS NO DISPONIBLE '
                         ES-RBVOLSS
                GO TO 200-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 210-LEER-RBVOLSS THRU 210-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RBVOLSS.

       200-FIN.
           EXIT.

       210-LEER-RBVOLSS.

           READ RBVOLSS.
           IF ES-RBVOLSS NOT = '00'
              MOVE 1 TO SW-FIN
              GO TO 210-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-RBVOLSS.

           MOVE RBVOL-FECHA TO WK-FECHA-JDN.
           PERFORM 810-UBICAR-DIA THRU 810-FIN.
           IF WK-IX-DIA = 0
              GO TO 210-FIN
           END-IF.

           MOVE 1                  TO TB-DIA-TIENE(WK-IX-DIA, 1).
           MOVE RBVOL-LEIDOS-CIFIN TO TB-DIA-VALOR(WK-IX-DIA, 1).

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SERIES DE LAS SALIDAS Y DE LA DURACION: CORRIDAS TERMINADAS DE *
      * RBD457 (FECHA-FIN INFORMADA, RC NO MAYOR A 4) DE LA HISTORIA   *
      *----------------------------------------------------------------*
       250-CARGAR-RBLEDSS.

           IF SW-RBLEDSS-ABIERTO = 0
              GO TO 250-FIN
           END-IF.

           MOVE 'RBD457  ' TO RBLEDG-PROGRAMA.
           MOVE 0          TO RBLEDG-FECHA-PROCESO.
           MOVE 0          TO RBLEDG-HORA-INICIO.
           START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE.
           IF ES-RBLEDSS NOT = '00'
              GO TO 250-FIN
           END-IF.

           MOVE 0 TO SW-FIN-BROWSE.
           PERFORM 260-LEER-RBLEDSS THRU 260-FIN
                   UNTIL SW-FIN-BROWSE = 1.

       250-FIN.
           EXIT.

       260-LEER-RBLEDSS.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS NOT = '00'
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 260-FIN
           END-IF.
           IF RBLEDG-PROGRAMA NOT = 'RBD457  ' OR
              RBLEDG-FECHA-PROCESO > WK-FECHA-SISTEMA
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 260-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-RBLEDSS.
           IF RBLEDG-FECHA-FIN = 0 OR RBLEDG-RETURN-CODE > 4
              GO TO 260-FIN
           END-IF.

           MOVE RBLEDG-FECHA-PROCESO TO WK-FECHA-JDN.
           PERFORM 810-UBICAR-DIA THRU 810-FIN.
           IF WK-IX-DIA = 0
              GO TO 260-FIN
           END-IF.
           ADD 1 TO WK-CORRIDAS-USADAS.

           MOVE 1 TO WK-IX-ARC.
           PERFORM 270-TOMAR-CONTADORES THRU 270-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS.

           MOVE RBLEDG-HORA-INICIO TO WK-HORA-TRABAJO.
           COMPUTE WK-SEG-INICIO = (WK-HT-HORA * 3600) +
                                   (WK-HT-MIN * 60) + WK-HT-SEG.
           MOVE RBLEDG-HORA-FIN    TO WK-HORA-TRABAJO.
           COMPUTE WK-SEG-FIN = (WK-HT-HORA * 3600) +
                                (WK-HT-MIN * 60) + WK-HT-SEG.
           IF WK-SEG-FIN < WK-SEG-INICIO
              COMPUTE WK-DURACION-SEG =
                      WK-SEG-FIN + 86400 - WK-SEG-INICIO
           ELSE
              COMPUTE WK-DURACION-SEG = WK-SEG-FIN - WK-SEG-INICIO
           END-IF.
           MOVE 1 TO TB-DIA-TIENE(WK-IX-DIA, WK-SERIE-TIEMPO).
           MOVE WK-DURACION-SEG
                  TO TB-DIA-VALOR(WK-IX-DIA, WK-SERIE-TIEMPO).

       260-FIN.
           EXIT.

      * ARCHIVOS 2 A 10: VALOR DEL (O LOS) CONTADOR(ES) POR NOMBRE
       270-TOMAR-CONTADORES.

           ADD 1 TO WK-IX-ARC.
           MOVE 0 TO WK-VALOR-CONT.
           MOVE 0 TO WK-SW-CONT-HALLADO.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 2700-BUSCAR-CONTADOR THRU 2700-FIN
                   UNTIL WK-IX-CONT >= 10 OR
                         WK-IX-CONT >= RBLEDG-CANT-CONTADORES.
           IF WK-SW-CONT-HALLADO = 1
              MOVE 1 TO TB-DIA-TIENE(WK-IX-DIA, WK-IX-ARC)
              MOVE WK-VALOR-CONT TO TB-DIA-VALOR(WK-IX-DIA, WK-IX-ARC)
           END-IF.

       270-FIN.
           EXIT.

       2700-BUSCAR-CONTADOR.

           ADD 1 TO WK-IX-CONT.
           IF RBLEDG-CONT-NOMBRE(WK-IX-CONT) = TB-ARC-CONT-1(WK-IX-ARC)
              OR (TB-ARC-CONT-2(WK-IX-ARC) NOT = SPACES AND
                  RBLEDG-CONT-NOMBRE(WK-IX-CONT) =
                                       TB-ARC-CONT-2(WK-IX-ARC))
              MOVE 1 TO WK-SW-CONT-HALLADO
              ADD RBLEDG-CONT-VALOR(WK-IX-CONT) TO WK-VALOR-CONT
           END-IF.

       2700-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SPACE DE CADA ARCHIVO EN EL PROCEDIMIENTO (1 RBD457P, 2        *
      * RBD472P). UNA SENTENCIA NUEVA (// CON NOMBRE EN LA COLUMNA 3)  *
      * CORTA LA DD ANTERIOR; LA DSN PROD.LINEABAL.<ARCHIVO> DICE A    *
      * QUE ARCHIVO PERTENECE EL SPACE=(CYL,(P,S)) O (TRK,(P,S)) QUE   *
      * VENGA EN ESA DD O EN SUS CONTINUACIONES                        *
      *----------------------------------------------------------------*
       300-LEER-PROCEDIMIENTO.

           IF WK-IX-PROC = 1
              OPEN INPUT PROC457
              MOVE ES-PROC457 TO ES-PROCEDIMIENTO
           ELSE
              OPEN INPUT PROC472
              MOVE ES-PROC472 TO ES-PROCEDIMIENTO
           END-IF.
           IF ES-PROCEDIMIENTO NOT = '00'
              DISPLAY 'AVISO: PROCEDIMIENTO ' WK-IX-PROC
                      ' NO DISPONIBLE ' ES-PROCEDIMIENTO
                      ', SUS ARCHIVOS SALEN SIN SPACE'
              GO TO 300-FIN
           END-IF.

           MOVE 0 TO WK-JCL-ARC-ACTUAL.
           MOVE 0 TO SW-FIN.
           PERFORM 310-LEER-LINEA-JCL THRU 310-FIN
                   UNTIL SW-FIN = 1.

           IF WK-IX-PROC = 1
              CLOSE PROC457
           ELSE
              CLOSE PROC472
           END-IF.

       300-FIN.
           EXIT.

       310-LEER-LINEA-JCL.

           IF WK-IX-PROC = 1
              READ PROC457 INTO WK-JCL-LINEA
              MOVE ES-PROC457 TO ES-PROCEDIMIENTO
           ELSE
              READ PROC472 INTO WK-JCL-LINEA
              MOVE ES-PROC472 TO ES-PROCEDIMIENTO
           END-IF.
           IF ES-PROCEDIMIENTO NOT = '00'
              MOVE 1 TO SW-FIN
              GO TO 310-FIN
           END-IF.

           IF WK-JCL-LINEA(1:3) = '//*' OR WK-JCL-LINEA(1:2) NOT = '//'
              GO TO 310-FIN
           END-IF.
           IF WK-JCL-LINEA(3:1) NOT = SPACE
              MOVE 0 TO WK-JCL-ARC-ACTUAL
           END-IF.

           MOVE 0 TO WK-JCL-CANT.
           INSPECT WK-JCL-LINEA TALLYING WK-JCL-CANT FOR ALL 'DSN='.
           IF WK-JCL-CANT > 0
              PERFORM 320-UBICAR-DSN THRU 320-FIN
           END-IF.

           MOVE 0 TO WK-JCL-CANT.
           INSPECT WK-JCL-LINEA TALLYING WK-JCL-CANT
                   FOR ALL 'SPACE=(CYL,(' ALL 'SPACE=(TRK,('.
           IF WK-JCL-CANT > 0 AND WK-JCL-ARC-ACTUAL > 0
              PERFORM 330-TOMAR-SPACE THRU 330-FIN
           END-IF.

       310-FIN.
           EXIT.

       320-UBICAR-DSN.

           MOVE 0 TO WK-JCL-ARC-ACTUAL.
           MOVE SPACES TO WK-JCL-ANTES WK-JCL-RESTO WK-JCL-DSN.
           UNSTRING WK-JCL-LINEA DELIMITED BY 'DSN='
                    INTO WK-JCL-ANTES WK-JCL-RESTO.
           UNSTRING WK-JCL-RESTO DELIMITED BY ',' OR ' ' OR '('
                    INTO WK-JCL-DSN.
           MOVE SPACES TO WK-JCL-Q1 WK-JCL-Q2 WK-JCL-Q3.
           UNSTRING WK-JCL-DSN DELIMITED BY '.'
                    INTO WK-JCL-Q1 WK-JCL-Q2 WK-JCL-Q3.
           IF WK-JCL-Q2 NOT = 'LINEABAL'
              GO TO 320-FIN
           END-IF.

           MOVE 0 TO WK-IX-ARC.
           PERFORM 3200-BUSCAR-ARCHIVO THRU 3200-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS OR
                         WK-JCL-ARC-ACTUAL > 0.

       320-FIN.
           EXIT.

       3200-BUSCAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           IF TB-ARC-NOMBRE(WK-IX-ARC) = WK-JCL-Q3
              MOVE WK-IX-ARC TO WK-JCL-ARC-ACTUAL
           END-IF.

       3200-FIN.
           EXIT.

       330-TOMAR-SPACE.

           MOVE SPACES TO WK-JCL-ANTES WK-JCL-RESTO.
           UNSTRING WK-JCL-LINEA DELIMITED BY 'SPACE=('
                    INTO WK-JCL-ANTES WK-JCL-RESTO.
           MOVE WK-JCL-RESTO(1:3) TO WK-JCL-UNIDAD.
           MOVE SPACES TO WK-JCL-PRI WK-JCL-SEC.
           UNSTRING WK-JCL-RESTO(6:) DELIMITED BY ',' OR ')'
                    INTO WK-JCL-PRI WK-JCL-SEC.

           MOVE WK-JCL-PRI TO WK-PARM-VALOR.
           PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN.
           IF WK-SW-VALOR-VALIDO = 0
              GO TO 330-FIN
           END-IF.
           MOVE WK-PARM-NUMERO TO WK-JCL-SPACE-PRI.
           MOVE WK-JCL-SEC TO WK-PARM-VALOR.
           PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN.
           IF WK-SW-VALOR-VALIDO = 0
              MOVE 0 TO WK-PARM-NUMERO
           END-IF.
           MOVE WK-PARM-NUMERO TO WK-JCL-SPACE-SEC.

      * PISTAS A CILINDROS, REDONDEANDO HACIA ARRIBA
           IF WK-JCL-UNIDAD = 'TRK'
              COMPUTE WK-JCL-SPACE-PRI =
                      (WK-JCL-SPACE-PRI + WK-PISTAS-POR-CIL - 1)
                      / WK-PISTAS-POR-CIL
              COMPUTE WK-JCL-SPACE-SEC =
                      (WK-JCL-SPACE-SEC + WK-PISTAS-POR-CIL - 1)
                      / WK-PISTAS-POR-CIL
           END-IF.

           MOVE 1 TO TB-ARC-ALOC-HALLADA(WK-JCL-ARC-ACTUAL, WK-IX-PROC).
           MOVE WK-JCL-SPACE-PRI
                  TO TB-ARC-ALOC-PRI(WK-JCL-ARC-ACTUAL, WK-IX-PROC).
           MOVE WK-JCL-SPACE-SEC
                  TO TB-ARC-ALOC-SEC(WK-JCL-ARC-ACTUAL, WK-IX-PROC).

       330-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MINIMOS CUADRADOS SOBRE LOS DIAS QUE TIENEN DATO:              *
      *   B = (N*SXY - SX*SY) / (N*SXX - SX*SX),  A = (SY - B*SX) / N  *
      * CON UN SOLO PUNTO (O TODOS EN EL MISMO DIA) LA RECTA ES        *
      * PLANA. DESPUES SE BUSCA EL MAYOR DESVIO POSITIVO               *
      *----------------------------------------------------------------*
       400-AJUSTAR-TENDENCIA.

           ADD 1 TO WK-IX-SERIE.
           MOVE 0 TO WK-SUMA-N WK-SUMA-X WK-SUMA-Y
                     WK-SUMA-XY WK-SUMA-XX.
           MOVE 0 TO WK-IX-DIA.
           PERFORM 410-SUMAR-DIA THRU 410-FIN
                   UNTIL WK-IX-DIA >= WK-DIAS-HISTORIA.

           MOVE WK-SUMA-N TO TB-TEN-PUNTOS(WK-IX-SERIE).
           IF WK-SUMA-N = 0
              GO TO 400-FIN
           END-IF.

           COMPUTE WK-DENOMINADOR =
                   (WK-SUMA-N * WK-SUMA-XX) - (WK-SUMA-X * WK-SUMA-X).
           IF WK-DENOMINADOR > 0
              COMPUTE WK-NUMERADOR =
                   (WK-SUMA-N * WK-SUMA-XY) - (WK-SUMA-X * WK-SUMA-Y)
              COMPUTE TB-TEN-B(WK-IX-SERIE) ROUNDED =
                      WK-NUMERADOR / WK-DENOMINADOR
           ELSE
              MOVE 0 TO TB-TEN-B(WK-IX-SERIE)
           END-IF.
           COMPUTE TB-TEN-A(WK-IX-SERIE) ROUNDED =
                   (WK-SUMA-Y - (TB-TEN-B(WK-IX-SERIE) * WK-SUMA-X))
                   / WK-SUMA-N.

           MOVE 0 TO TB-TEN-MARGEN(WK-IX-SERIE).
           MOVE 0 TO WK-IX-DIA.
           PERFORM 420-MEDIR-DESVIO THRU 420-FIN
                   UNTIL WK-IX-DIA >= WK-DIAS-HISTORIA.

       400-FIN.
           EXIT.

       410-SUMAR-DIA.

           ADD 1 TO WK-IX-DIA.
           IF TB-DIA-TIENE(WK-IX-DIA, WK-IX-SERIE) = 0
              GO TO 410-FIN
           END-IF.
           COMPUTE WK-X = WK-IX-DIA - 1.
           ADD 1                                  TO WK-SUMA-N.
           ADD WK-X                               TO WK-SUMA-X.
           ADD TB-DIA-VALOR(WK-IX-DIA, WK-IX-SERIE) TO WK-SUMA-Y.
           COMPUTE WK-SUMA-XY = WK-SUMA-XY +
                   (WK-X * TB-DIA-VALOR(WK-IX-DIA, WK-IX-SERIE)).
           COMPUTE WK-SUMA-XX = WK-SUMA-XX + (WK-X * WK-X).
           MOVE TB-DIA-VALOR(WK-IX-DIA, WK-IX-SERIE)
                                TO TB-TEN-ULTIMO(WK-IX-SERIE).

       410-FIN.
           EXIT.

       420-MEDIR-DESVIO.

           ADD 1 TO WK-IX-DIA.
           IF TB-DIA-TIENE(WK-IX-DIA, WK-IX-SERIE) = 0
              GO TO 420-FIN
           END-IF.
           COMPUTE WK-X = WK-IX-DIA - 1.
           COMPUTE WK-Y-RECTA = TB-TEN-A(WK-IX-SERIE) +
                                (TB-TEN-B(WK-IX-SERIE) * WK-X).
           COMPUTE WK-DESVIO = TB-DIA-VALOR(WK-IX-DIA, WK-IX-SERIE)
                             - WK-Y-RECTA.
           IF WK-DESVIO > TB-TEN-MARGEN(WK-IX-SERIE)
              COMPUTE TB-TEN-MARGEN(WK-IX-SERIE) ROUNDED = WK-DESVIO
           END-IF.

       420-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: UN RENGLON POR ARCHIVO Y PROCEDIMIENTO. EN RBD457P    *
      * SALEN TODOS (SIN SPACE SI NO SE HALLO); EN RBD472P SOLO LOS    *
      * QUE TIENEN SPACE ALLI. AL FINAL LA DURACION DE RBD457          *
      *----------------------------------------------------------------*
       500-LISTAR-PRONOSTICO.

           MOVE WK-DIAS-HISTORIA   TO WK-LTI-HISTORIA.
           MOVE WK-DIAS-PROYECCION TO WK-LTI-HORIZONTE.
           MOVE WK-DIAS-REVISION   TO WK-LTI-REVISION.
           MOVE WK-FECHA-SISTEMA   TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO    TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           MOVE SPACES             TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           MOVE WK-LINEA-COLUMNAS  TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 1 TO WK-IX-PROC.
           MOVE 1 TO WK-FACTOR-PROC.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 510-PRONOSTICAR-ARCHIVO THRU 510-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS.

           MOVE 2 TO WK-IX-PROC.
           MOVE WK-DIAS-MES-CONSOL TO WK-FACTOR-PROC.
           MOVE 0 TO WK-IX-ARC.
           PERFORM 510-PRONOSTICAR-ARCHIVO THRU 510-FIN
                   UNTIL WK-IX-ARC >= WK-CANT-ARCHIVOS.

           MOVE SPACES TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           MOVE SPACES TO WK-LINEA-TIEMPO.
           MOVE WK-SERIE-TIEMPO TO WK-IX-SERIE.
           MOVE TB-TEN-PUNTOS(WK-IX-SERIE) TO WK-LTP-PUNTOS.
           MOVE TB-TEN-B(WK-IX-SERIE)      TO WK-LTP-TENDENCIA.
           MOVE 1 TO WK-FACTOR-PROC.
           MOVE 0 TO WK-DIA-PROY.
           PERFORM 520-PROYECTAR-DIA THRU 520-FIN.
           MOVE WK-PROY-REGS               TO WK-LTP-HOY.
           MOVE WK-DIAS-PROYECCION         TO WK-DIA-PROY.
           PERFORM 520-PROYECTAR-DIA THRU 520-FIN.
           MOVE WK-PROY-REGS               TO WK-LTP-HORIZ.
           MOVE WK-LINEA-TIEMPO            TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

       500-FIN.
           EXIT.

       510-PRONOSTICAR-ARCHIVO.

           ADD 1 TO WK-IX-ARC.
           IF WK-IX-PROC = 2 AND
              TB-ARC-ALOC-HALLADA(WK-IX-ARC, 2) = 0
              GO TO 510-FIN
           END-IF.

           MOVE SPACES TO WK-LINEA-DETALLE.
           IF WK-IX-PROC = 1
              MOVE 'RBD457P'  TO WK-LDE-PROC
           ELSE
              MOVE 'RBD472P'  TO WK-LDE-PROC
           END-IF.
           MOVE TB-ARC-NOMBRE(WK-IX-ARC)  TO WK-LDE-ARCHIVO.
           MOVE TB-ARC-LRECL(WK-IX-ARC)   TO WK-LDE-LRECL.
           MOVE WK-IX-ARC                 TO WK-IX-SERIE.
           MOVE TB-TEN-PUNTOS(WK-IX-SERIE) TO WK-LDE-PUNTOS.
           COMPUTE WK-LDE-TENDENCIA ROUNDED = TB-TEN-B(WK-IX-SERIE)
                   * TB-ARC-PORC(WK-IX-ARC) / 100.

      * REGISTROS POR CILINDRO: BLOQUES DE MEDIA PISTA, DOS POR PISTA
           DIVIDE WK-BYTES-MEDIA-PISTA BY TB-ARC-LRECL(WK-IX-ARC)
                  GIVING WK-REGS-POR-PISTA.
           COMPUTE WK-REGS-POR-CIL =
                   WK-REGS-POR-PISTA * 2 * WK-PISTAS-POR-CIL.

           MOVE 0 TO WK-DIA-PROY.
           PERFORM 520-PROYECTAR-DIA THRU 520-FIN.
           MOVE WK-PROY-REGS TO WK-PROY-REGS-HOY.
           MOVE WK-PROY-REGS TO WK-LDE-REGS-HOY.
           MOVE WK-DIAS-PROYECCION TO WK-DIA-PROY.
           PERFORM 520-PROYECTAR-DIA THRU 520-FIN.
           MOVE WK-PROY-REGS TO WK-LDE-REGS-HORIZ.
           MOVE WK-PROY-CIL  TO WK-LDE-CIL-HORIZ.

           IF TB-ARC-ALOC-HALLADA(WK-IX-ARC, WK-IX-PROC) = 0
              MOVE 'SIN SPACE' TO WK-LDE-AVISO
              PERFORM 515-GRABAR-DETALLE THRU 515-FIN
              GO TO 510-FIN
           END-IF.

           MOVE TB-ARC-ALOC-PRI(WK-IX-ARC, WK-IX-PROC)
                                    TO WK-LDE-ALOC-PRI.
           MOVE TB-ARC-ALOC-SEC(WK-IX-ARC, WK-IX-PROC)
                                    TO WK-LDE-ALOC-SEC.
           COMPUTE WK-CIL-MAXIMO =
                   TB-ARC-ALOC-PRI(WK-IX-ARC, WK-IX-PROC) +
                   (WK-CANT-SECUNDARIOS *
                    TB-ARC-ALOC-SEC(WK-IX-ARC, WK-IX-PROC)).
           MOVE WK-CIL-MAXIMO TO WK-LDE-CIL-MAX.

           IF TB-TEN-PUNTOS(WK-IX-SERIE) = 0
              MOVE 'SIN DATOS' TO WK-LDE-AVISO
              PERFORM 515-GRABAR-DETALLE THRU 515-FIN
              GO TO 510-FIN
           END-IF.

      * PRIMER DIA DEL HORIZONTE EN QUE NO ENTRA
           MOVE 0 TO WK-DIA-EXCESO.
           MOVE 0 TO WK-DIA-PROY.
           PERFORM 530-BUSCAR-EXCESO THRU 530-FIN
                   UNTIL WK-DIA-PROY >= WK-DIAS-PROYECCION OR
                         WK-DIA-EXCESO > 0.

           IF WK-DIA-EXCESO = 0
              MOVE '-'        TO WK-LDE-DIA-EXCESO
           ELSE
              MOVE WK-DIA-EXCESO TO WK-LDE-DIA-EXCESO(1:3)
              IF WK-DIA-EXCESO NOT > WK-DIAS-REVISION
                 MOVE '*****'   TO WK-LDE-AVISO
                 ADD 1 TO WK-CANT-AVISOS
                 DISPLAY 'AVISO: ' TB-ARC-NOMBRE(WK-IX-ARC) ' EN '
                         WK-LDE-PROC ' EXCEDE SU SPACE EN '
                         WK-DIA-EXCESO ' DIAS'
              ELSE
                 MOVE 'VIGILAR' TO WK-LDE-AVISO
                 ADD 1 TO WK-CANT-VIGILAR
              END-IF
           END-IF.

           PERFORM 515-GRABAR-DETALLE THRU 515-FIN.

       510-FIN.
           EXIT.

       515-GRABAR-DETALLE.

           MOVE WK-LINEA-DETALLE TO REG-RB525LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           ADD 1 TO WK-RENGLONES.

       515-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTROS Y CILINDROS PROYECTADOS A WK-DIA-PROY DIAS DE LA     *
      * FECHA DE PROCESO: (TENDENCIA + MARGEN) * PORC / 100, POR LOS   *
      * DIAS QUE CONSOLIDA EL PROCEDIMIENTO; NUNCA NEGATIVO            *
      *----------------------------------------------------------------*
       520-PROYECTAR-DIA.

           COMPUTE WK-X = WK-DIAS-HISTORIA - 1 + WK-DIA-PROY.
           COMPUTE WK-PROY-REGS ROUNDED =
                   (TB-TEN-A(WK-IX-SERIE) +
                    (TB-TEN-B(WK-IX-SERIE) * WK-X) +
                    TB-TEN-MARGEN(WK-IX-SERIE)) * WK-FACTOR-PROC.
           IF WK-IX-SERIE NOT = WK-SERIE-TIEMPO
              COMPUTE WK-PROY-REGS ROUNDED =
                      WK-PROY-REGS * TB-ARC-PORC(WK-IX-ARC) / 100
           END-IF.
           IF WK-PROY-REGS < 0
              MOVE 0 TO WK-PROY-REGS
           END-IF.

           MOVE 0 TO WK-PROY-CIL.
           IF WK-IX-SERIE NOT = WK-SERIE-TIEMPO AND
              WK-REGS-POR-CIL > 0
              DIVIDE WK-PROY-REGS BY WK-REGS-POR-CIL
                     GIVING WK-COCIENTE REMAINDER WK-RESTO
              IF WK-RESTO > 0
                 ADD 1 TO WK-COCIENTE
              END-IF
              MOVE WK-COCIENTE TO WK-PROY-CIL
           END-IF.

       520-FIN.
           EXIT.

       530-BUSCAR-EXCESO.

           ADD 1 TO WK-DIA-PROY.
           PERFORM 520-PROYECTAR-DIA THRU 520-FIN.
           IF WK-PROY-CIL > WK-CIL-MAXIMO
              MOVE WK-DIA-PROY TO WK-DIA-EXCESO
           END-IF.

       530-FIN.
           EXIT.

       590-GRABAR-LINEA.

           WRITE REG-RB525LS.
           IF ES-RB525LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB525LS ' ES-RB525LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       590-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NUMERO DE DIA JULIANO DE WK-FECHA-JDN (AAAAMMDD) EN WK-JDN     *
      *----------------------------------------------------------------*
       800-CALCULAR-JDN.

           COMPUTE WK-JD-A = (14 - WK-JD-MES) / 12.
           COMPUTE WK-JD-Y = WK-JD-ANIO + 4800 - WK-JD-A.
           COMPUTE WK-JD-M = WK-JD-MES + (12 * WK-JD-A) - 3.
           COMPUTE WK-JD-T1 = ((153 * WK-JD-M) + 2) / 5.
           DIVIDE WK-JD-Y BY 4   GIVING WK-JD-T2.
           DIVIDE WK-JD-Y BY 100 GIVING WK-JD-T3.
           DIVIDE WK-JD-Y BY 400 GIVING WK-JD-T4.
           COMPUTE WK-JDN = WK-JD-DIA + WK-JD-T1 + (365 * WK-JD-Y)
                          + WK-JD-T2 - WK-JD-T3 + WK-JD-T4 - 32045.

       800-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * POSICION EN LA HISTORIA DE LA FECHA EN WK-FECHA-JDN; CERO SI   *
      * ESTA FUERA DE LA VENTANA O NO ES UNA FECHA                     *
      *----------------------------------------------------------------*
       810-UBICAR-DIA.

           MOVE 0 TO WK-IX-DIA.
           IF WK-FECHA-JDN NOT NUMERIC OR
              WK-JD-MES < 1 OR WK-JD-MES > 12 OR
              WK-JD-DIA < 1 OR WK-JD-DIA > 31
              GO TO 810-FIN
           END-IF.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           IF WK-JDN < WK-JDN-DESDE OR WK-JDN > WK-JDN-PROCESO
              GO TO 810-FIN
           END-IF.
           COMPUTE WK-IX-DIA = WK-JDN - WK-JDN-DESDE + 1.

       810-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD525 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE < 4 AND WK-CANT-AVISOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD525 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGS. LEIDOS RBVOLSS       : '
                       WK-LEIDOS-RBVOLSS
              DISPLAY 'CORRIDAS RBD457 LEIDAS     : '
                       WK-LEIDOS-RBLEDSS
              DISPLAY 'CORRIDAS RBD457 USADAS     : '
                       WK-CORRIDAS-USADAS
              DISPLAY 'RENGLONES DEL PRONOSTICO   : ' WK-RENGLONES
              DISPLAY 'EXCEDEN ANTES DE REVISION  : ' WK-CANT-AVISOS
              DISPLAY 'A VIGILAR EN EL HORIZONTE  : ' WK-CANT-VIGILAR
              DISPLAY '--------------------------------------'.

           CLOSE RB525LS.
           IF SW-RBLEDSS-ABIERTO = 1
              CLOSE RBLEDSS
              MOVE 0 TO SW-RBLEDSS-ABIERTO
           END-IF.
           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
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

           IF SW-RBLEDSS-ABIERTO = 1
              CLOSE RBLEDSS
              MOVE 0 TO SW-RBLEDSS-ABIERTO
           END-IF.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD525  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           INITIALIZE RBLEDG-CONTADORES.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RBVOLSS'     TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-RBVOLSS    TO RBLEDG-CONT-VALOR(1).
           MOVE 'CORRIDAS-USADAS'    TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CORRIDAS-USADAS   TO RBLEDG-CONT-VALOR(2).
           MOVE 'RENGLONES'          TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-RENGLONES         TO RBLEDG-CONT-VALOR(3).
           MOVE 'EXCEDEN-REVISION'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CANT-AVISOS       TO RBLEDG-CONT-VALOR(4).
           MOVE 'A-VIGILAR'          TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-CANT-VIGILAR      TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

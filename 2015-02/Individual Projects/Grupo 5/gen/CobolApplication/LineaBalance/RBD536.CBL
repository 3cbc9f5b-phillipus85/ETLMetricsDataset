      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : TIEMPO DE RESPUESTA DE LA CONSULTA A RDK08401    *
      *           : DETRAS DE RDK08301                               *
      * OBJETIVO  : RDK08301 GRABA EN LA AUDITORIA RD465SS LOS       *
      *           : MILISEGUNDOS DE CADA CONSULTA (RD465-MS-         *
      *           : RESPUESTA), SI SALIO DEL CACHE (RD465-IND-CACHE) *
      *           : Y SI SE USO EL PROGRAMA DE RESPALDO (RD465-IND-  *
      *           : RESPALDO). PARA UN DIA ESTE PASO LISTA POR HORA  *
      *           : Y POR OFICINA LAS CONSULTAS, EL % DE ACIERTOS    *
      *           : DEL CACHE, LAS LLAMADAS A RDK08401, EL USO DEL   *
      *           : RESPALDO Y EL PROMEDIO, PERCENTIL 95 Y MAXIMO    *
      *           : DE MILISEGUNDOS, Y MARCA LAS HORAS CUYO          *
      *           : PERCENTIL 95 SUPERA EL OBJETIVO (RB536LS)        *
      * FECHA     : 13 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192191                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192191                                       *
      * FECHA  : 13 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM536SS PALABRA-    *
      *          CLAVE=VALOR, TODAS OPCIONALES: FECHA=AAAAMMDD (POR  *
      *          OMISION LA DE PROCESO) Y OBJETIVO-MS= (3000). LOS   *
      *          TIEMPOS SE MIDEN SOBRE LAS LLAMADAS A RDK08401 (LO  *
      *          QUE NO SALIO DEL CACHE); LOS ACIERTOS DEL CACHE SE  *
      *          CUENTAN EN CONSULTAS Y EN %CACHE. EL PERCENTIL 95   *
      *          SE TOMA DE UN HISTOGRAMA DE 100 MS POR CUBETA: ES   *
      *          EL LIMITE SUPERIOR DE LA CUBETA QUE LO CONTIENE,    *
      *          SIN PASAR DEL MAXIMO. LOS REGISTROS GRABADOS ANTES  *
      *          DE QUE RDK08301 MIDIERA EL TIEMPO (SIN MILISEGUNDOS *
      *          NUMERICOS) SE CUENTAN COMO SIN MEDICION. SI ALGUNA  *
      *          HORA SUPERA EL OBJETIVO SE DEJA RETURN-CODE 4       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD536.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 13 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM536SS   ASSIGN TO SYS001-PARM536SS
                               FILE STATUS ES-PARM536SS.

           SELECT  RD465SS     ASSIGN TO SYS002-RD465SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RD465-LLAVE
                               FILE STATUS ES-RD465SS.

           SELECT  RB536LS     ASSIGN TO SYS003-RB536LS
                               FILE STATUS ES-RB536LS.

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
       FD  PARM536SS.
       01  REG-PARM536SS                  PIC X(80).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE AREA-RD465 QUE ESCRIBE RDK08301 EN CADA LINK   *
      *----------------------------------------------------------------*
       FD  RD465SS.
       01  REG-RD465SS.
           03 RD465-LLAVE.
              05 RD465-FECHA              PIC 9(08).
              05 RD465-HORA               PIC 9(06).
              05 RD465-HORA-R REDEFINES RD465-HORA.
                 07 RD465-HORA-HH         PIC 9(02).
                 07 RD465-HORA-MMSS       PIC 9(04).
              05 RD465-USUARIO            PIC 9(13).
           03 RD465-TIP-IDE               PIC X(01).
           03 RD465-NUM-IDE               PIC 9(16).
           03 RD465-TIP-OPE               PIC 9(01).
           03 RD465-COD-RESP              PIC 9(04).
           03 RD465-NUM-OFI               PIC 9(03).
           03 RD465-IND-CACHE             PIC X(01).
              88 RD465-ACIERTO-CACHE      VALUE 'H'.
           03 RD465-MS-RESPUESTA          PIC 9(07).
           03 RD465-IND-RESPALDO          PIC X(01).
              88 RD465-USO-RESPALDO       VALUE 'S'.

       FD  RB536LS.
       01  REG-RB536LS                    PIC X(132).

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
           03  ES-PARM536SS                 PIC   X(02).
           03  ES-RD465SS                   PIC   X(02).
           03  ES-RB536LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-OFI-HALLADA            PIC   9(01).
           03  WK-RD465-LEIDOS              PIC   9(10).
           03  WK-SIN-MEDICION              PIC   9(10).
           03  WK-HORAS-EXCEDIDAS           PIC   9(02).
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
       01  WK-FECHA-REPORTE                 PIC   9(08) VALUE 0.
       01  WK-FECHA-REPORTE-R REDEFINES WK-FECHA-REPORTE.
           03 WK-FR-ANIO                    PIC   9(04).
           03 WK-FR-MES                     PIC   9(02).
           03 WK-FR-DIA                     PIC   9(02).
       01  WK-OBJETIVO-MS                   PIC   9(07) VALUE 3000.

      *----------------------------------------------------------------*
      * ACUMULADORES. UNA FILA POR HORA (1 A 24 = HORA 00 A 23), LA    *
      * FILA 25 ES EL TOTAL DEL DIA Y DESDE LA 26 UNA POR OFICINA. LO  *
      * QUE NO CABE VA A LA ULTIMA FILA, OFICINA 999. CONTADORES:      *
      * 1 CONSULTAS 2 ACIERTOS DEL CACHE 3 LLAMADAS MEDIDAS A RDK08401 *
      * 4 USO DEL RESPALDO. CUBETA N = LLAMADAS DE (N-1)*100 A         *
      * N*100-1 MS; LA 101 JUNTA LAS DE 10000 MS O MAS                 *
      *----------------------------------------------------------------*
       01  WK-FILA-TOTAL                    PIC   9(03) VALUE 25.
       01  WK-FILA-BASE-OFI                 PIC   9(03) VALUE 25.
       01  WK-CAPACIDAD-OFI                 PIC   9(03) VALUE 300.
       01  WK-CANT-CUBETAS                  PIC   9(03) VALUE 101.
       01  WK-MS-CUBETA                     PIC   9(03) VALUE 100.
       01  WK-CANT-OFI                      PIC   9(03).
       01  WK-IX-OFI                        PIC   9(03).
       01  WK-IX-FILA                       PIC   9(03).
       01  WK-IX-FILA-HORA                  PIC   9(03).
       01  WK-IX-FILA-OFI                   PIC   9(03).
       01  WK-IX-CUBETA                     PIC   9(03).
       01  WK-IX-MENOR                      PIC   9(03).
       01  WK-IX-LISTA                      PIC   9(03).
       01  WK-MENOR-OFI                     PIC   9(03).
       01  TB-FILAS.
           03  TB-FIL OCCURS 325 TIMES.
               05 TB-FIL-NUM-OFI            PIC  9(03).
               05 TB-FIL-LISTADA            PIC  9(01).
               05 TB-FIL-DATOS.
                  07 TB-FIL-CONT OCCURS 4 TIMES
                                            PIC  9(07).
                  07 TB-FIL-SUMA-MS         PIC  9(12).
                  07 TB-FIL-MAX-MS          PIC  9(07).
                  07 TB-FIL-CUBETA OCCURS 101 TIMES
                                            PIC  9(07).

      * FILA EN CALCULO (MISMA FORMA QUE TB-FIL-DATOS) Y SU RESULTADO
       01  WK-DATOS-CALC.
           03  WK-CAL-CONT OCCURS 4 TIMES   PIC  9(07).
           03  WK-CAL-SUMA-MS               PIC  9(12).
           03  WK-CAL-MAX-MS                PIC  9(07).
           03  WK-CAL-CUBETA OCCURS 101 TIMES
                                            PIC  9(07).
       01  WK-PCT-CACHE                     PIC   9(03)V9(02).
       01  WK-PROMEDIO-MS                   PIC   9(07).
       01  WK-P95-MS                        PIC   9(07).
       01  WK-RANGO-P95                     PIC   9(07).
       01  WK-ACUM-CUBETAS                  PIC   9(07).
       01  WK-SW-P95-HALLADO                PIC   9(01).
       01  WK-MS-LLAMADA                    PIC   9(07).
       01  WK-CUBETA-CALC                   PIC   9(07).
       01  WK-IX-CONT                       PIC   9(01).
       01  WK-SW-EXCEDE                     PIC   9(01).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD536'.
           03 FILLER                       PIC X(58) VALUE
              'TIEMPO DE RESPUESTA DE LA CONSULTA A RDK08401'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(18) VALUE
              'FECHA REPORTADA : '.
           03 WK-LTI-FECHA-REPORTE          PIC 9(08).
           03 FILLER                       PIC X(11).

       01  WK-LINEA-PARAMETROS.
           03 FILLER                       PIC X(02).
           03 FILLER                       PIC X(31) VALUE
              'OBJETIVO DEL PERCENTIL 95 MS : '.
           03 WK-LPA-OBJETIVO               PIC Z(06)9.
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(31) VALUE
              'HORAS QUE EXCEDEN EL OBJETIVO: '.
           03 WK-LPA-EXCEDIDAS              PIC Z9.
           03 FILLER                       PIC X(55).

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02).
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '  HORA    CONSULT.    CACHE  %CACHE LLAMADAS'.
           03 FILLER                       PIC X(44) VALUE
              ' RESPALDO  PROM.MS   P95 MS   MAX.MS        '.
           03 FILLER                       PIC X(44) VALUE
              '                                            '.

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '  OFICINA CONSULT.    CACHE  %CACHE LLAMADAS'.
           03 FILLER                       PIC X(44) VALUE
              ' RESPALDO  PROM.MS   P95 MS   MAX.MS        '.
           03 FILLER                       PIC X(44) VALUE
              '                                            '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ETIQUETA               PIC X(07).
           03 FILLER                       PIC X(02).
           03 WK-LDE-CONSULTAS              PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-CACHE                  PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-PCT-CACHE              PIC ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LDE-LLAMADAS               PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-RESPALDO               PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-PROMEDIO               PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-P95                    PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-MAXIMO                 PIC Z(06)9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-MARCA                  PIC X(08).
           03 FILLER                       PIC X(42).

       01  WK-ETIQUETA-HORA.
           03 WK-EHO-HH                     PIC 9(02).
           03 FILLER                        PIC X(03) VALUE ':00'.
           03 FILLER                        PIC X(02) VALUE SPACES.

       01  WK-ETIQUETA-OFI.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 WK-EOF-NUM-OFI                PIC ZZ9.

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

           PERFORM 100-INICIALIZAR      THRU 100-FIN.
           PERFORM 200-LEER-BITACORA    THRU 200-FIN.
           PERFORM 600-LISTADO          THRU 600-FIN.
           PERFORM 990-FINALIZAR        THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-FILAS.
           INITIALIZE  WK-DATOS-CALC.
           MOVE 0 TO WK-CANT-OFI.
           MOVE 0 TO WK-PROMEDIO-MS.
           MOVE 0 TO WK-P95-MS.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 120-LEER-PARM536SS   THRU 120-FIN.

           IF WK-FECHA-REPORTE = 0
              MOVE WK-FECHA-SISTEMA TO WK-FECHA-REPORTE
           END-IF.
           DISPLAY 'FECHA REPORTADA : ' WK-FECHA-REPORTE
                   '   OBJETIVO P95 MS : ' WK-OBJETIVO-MS.

           OPEN INPUT RD465SS.
           IF   ES-RD465SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA RD465SS ' ES-RD465SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB536LS.
           IF   ES-RB536LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB536LS ' ES-RB536LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD465SS
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

       120-LEER-PARM536SS.

           OPEN INPUT PARM536SS.
           IF   ES-PARM536SS = '97'
                MOVE '00'  TO ES-PARM536SS.
           IF   ES-PARM536SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM536SS NOT = '00'
                CLOSE PARM536SS
           END-IF.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM536SS.
           IF ES-PARM536SS = '00'
              IF REG-PARM536SS = SPACES OR REG-PARM536SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM536SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM536SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM536SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM536SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           PERFORM 1202-CONVERTIR-NUMERO THRU 1202-FIN.

           EVALUATE TRUE
               WHEN WK-PARM-CLAVE = 'FECHA'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-REPORTE
                   IF WK-FR-MES < 1 OR WK-FR-MES > 12 OR
                      WK-FR-DIA < 1 OR WK-FR-DIA > 31
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
               WHEN WK-PARM-CLAVE = 'OBJETIVO-MS'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO > 7 OR
                      WK-PARM-NUMERO = 0
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-OBJETIVO-MS
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM536SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM536SS: '
                    REG-PARM536SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1204-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CONSULTAS DEL DIA REPORTADO EN RD465SS. CADA UNA SUMA EN SU    *
      * HORA, EN SU OFICINA Y EN EL TOTAL                              *
      *----------------------------------------------------------------*
       200-LEER-BITACORA.

           MOVE WK-FECHA-REPORTE TO RD465-FECHA.
           MOVE 0                TO RD465-HORA.
           MOVE 0                TO RD465-USUARIO.
           START RD465SS KEY IS NOT LESS THAN RD465-LLAVE.
           IF ES-RD465SS NOT = '00'
              GO TO 200-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RD465 THRU 2000-FIN
                   UNTIL SW-FIN = 1.

       200-FIN.
           EXIT.

       2000-LEER-RD465.

           READ RD465SS NEXT RECORD.
           IF ES-RD465SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-RD465SS NOT = '00'
              DISPLAY 'ERROR AL LEER BITACORA RD465SS ' ES-RD465SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RD465-FECHA > WK-FECHA-REPORTE
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.

           ADD 1 TO WK-RD465-LEIDOS.
           IF RD465-HORA-HH > 23
              MOVE 23 TO RD465-HORA-HH
           END-IF.
           COMPUTE WK-IX-FILA-HORA = RD465-HORA-HH + 1.
           PERFORM 500-BUSCAR-OFICINA THRU 500-FIN.

           MOVE 0 TO WK-IX-CUBETA.
           IF NOT RD465-ACIERTO-CACHE
              IF RD465-MS-RESPUESTA NUMERIC
                 MOVE RD465-MS-RESPUESTA TO WK-MS-LLAMADA
                 DIVIDE WK-MS-LLAMADA BY WK-MS-CUBETA
                        GIVING WK-CUBETA-CALC
                 IF WK-CUBETA-CALC >= WK-CANT-CUBETAS
                    MOVE WK-CANT-CUBETAS TO WK-IX-CUBETA
                 ELSE
                    COMPUTE WK-IX-CUBETA = WK-CUBETA-CALC + 1
                 END-IF
              ELSE
                 ADD 1 TO WK-SIN-MEDICION
              END-IF
           END-IF.

           MOVE WK-IX-FILA-HORA TO WK-IX-FILA.
           PERFORM 2100-ACUMULAR-FILA THRU 2100-FIN.
           MOVE WK-IX-FILA-OFI  TO WK-IX-FILA.
           PERFORM 2100-ACUMULAR-FILA THRU 2100-FIN.
           MOVE WK-FILA-TOTAL   TO WK-IX-FILA.
           PERFORM 2100-ACUMULAR-FILA THRU 2100-FIN.

       2000-FIN.
           EXIT.

       2100-ACUMULAR-FILA.

           ADD 1 TO TB-FIL-CONT(WK-IX-FILA, 1).
           IF RD465-ACIERTO-CACHE
              ADD 1 TO TB-FIL-CONT(WK-IX-FILA, 2)
           END-IF.
           IF RD465-USO-RESPALDO
              ADD 1 TO TB-FIL-CONT(WK-IX-FILA, 4)
           END-IF.
           IF WK-IX-CUBETA = 0
              GO TO 2100-FIN
           END-IF.

           ADD 1             TO TB-FIL-CONT(WK-IX-FILA, 3).
           ADD WK-MS-LLAMADA TO TB-FIL-SUMA-MS(WK-IX-FILA).
           ADD 1             TO TB-FIL-CUBETA(WK-IX-FILA, WK-IX-CUBETA).
           IF WK-MS-LLAMADA > TB-FIL-MAX-MS(WK-IX-FILA)
              MOVE WK-MS-LLAMADA TO TB-FIL-MAX-MS(WK-IX-FILA)
           END-IF.

       2100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FILA DE LA OFICINA DE LA CONSULTA EN WK-IX-FILA-OFI            *
      *----------------------------------------------------------------*
       500-BUSCAR-OFICINA.

           MOVE 0 TO WK-SW-OFI-HALLADA.
           MOVE 0 TO WK-IX-OFI.
           PERFORM 5000-COMPARAR-OFICINA THRU 5000-FIN
                   UNTIL WK-SW-OFI-HALLADA = 1 OR
                         WK-IX-OFI >= WK-CANT-OFI.
           IF WK-SW-OFI-HALLADA = 1
              COMPUTE WK-IX-FILA-OFI = WK-FILA-BASE-OFI + WK-IX-OFI
              GO TO 500-FIN
           END-IF.

           IF WK-CANT-OFI >= WK-CAPACIDAD-OFI - 1
              IF WK-CANT-OFI < WK-CAPACIDAD-OFI
                 DISPLAY 'AVISO: MAS DE ' WK-CANT-OFI
                         ' OFICINAS, EL RESTO SE ACUMULA EN LA 999'
                 ADD  1   TO WK-CANT-OFI
                 COMPUTE WK-IX-FILA-OFI = WK-FILA-BASE-OFI + WK-CANT-OFI
                 MOVE 999 TO TB-FIL-NUM-OFI(WK-IX-FILA-OFI)
              END-IF
              COMPUTE WK-IX-FILA-OFI = WK-FILA-BASE-OFI + WK-CANT-OFI
              GO TO 500-FIN
           END-IF.

           ADD  1             TO WK-CANT-OFI.
           COMPUTE WK-IX-FILA-OFI = WK-FILA-BASE-OFI + WK-CANT-OFI.
           MOVE RD465-NUM-OFI TO TB-FIL-NUM-OFI(WK-IX-FILA-OFI).

       500-FIN.
           EXIT.

       5000-COMPARAR-OFICINA.

           ADD 1 TO WK-IX-OFI.
           COMPUTE WK-IX-FILA = WK-FILA-BASE-OFI + WK-IX-OFI.
           IF TB-FIL-NUM-OFI(WK-IX-FILA) = RD465-NUM-OFI
              MOVE 1 TO WK-SW-OFI-HALLADA
           END-IF.

       5000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: LAS HORAS CON CONSULTAS, EL TOTAL DEL DIA Y LAS       *
      * OFICINAS EN ORDEN (SELECCION DE LA MENOR NO LISTADA EN CADA    *
      * VUELTA, COMO RBD534). LAS HORAS SE EVALUAN CONTRA EL OBJETIVO  *
      * AL LISTARLAS, ASI QUE LA LINEA DE PARAMETROS VA AL FINAL       *
      *----------------------------------------------------------------*
       600-LISTADO.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-FECHA-REPORTE    TO WK-LTI-FECHA-REPORTE.
           MOVE WK-LINEA-TITULO     TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'TIEMPOS POR HORA DEL DIA'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-FILA.
           PERFORM 6100-LISTAR-HORA THRU 6100-FIN
                   UNTIL WK-IX-FILA >= 24.

           MOVE TB-FIL-DATOS(WK-FILA-TOTAL) TO WK-DATOS-CALC.
           MOVE 'TOTAL'             TO WK-LDE-ETIQUETA.
           PERFORM 6195-CALCULAR-TIEMPOS THRU 6195-FIN.
           MOVE 0                   TO WK-SW-EXCEDE.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.

           MOVE SPACES              TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'TIEMPOS POR OFICINA'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-LISTA.
           PERFORM 6200-LISTAR-OFICINA THRU 6200-FIN
                   UNTIL WK-IX-LISTA >= WK-CANT-OFI.

           MOVE SPACES              TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-OBJETIVO-MS      TO WK-LPA-OBJETIVO.
           MOVE WK-HORAS-EXCEDIDAS  TO WK-LPA-EXCEDIDAS.
           MOVE WK-LINEA-PARAMETROS TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 6300-LEYENDA THRU 6300-FIN.

       600-FIN.
           EXIT.

       6100-LISTAR-HORA.

           ADD 1 TO WK-IX-FILA.
           IF TB-FIL-CONT(WK-IX-FILA, 1) = 0
              GO TO 6100-FIN
           END-IF.

           MOVE TB-FIL-DATOS(WK-IX-FILA) TO WK-DATOS-CALC.
           COMPUTE WK-EHO-HH = WK-IX-FILA - 1.
           MOVE WK-ETIQUETA-HORA    TO WK-LDE-ETIQUETA.
           PERFORM 6195-CALCULAR-TIEMPOS THRU 6195-FIN.
           MOVE 0 TO WK-SW-EXCEDE.
           IF WK-CAL-CONT(3) > 0 AND WK-P95-MS > WK-OBJETIVO-MS
              MOVE 1 TO WK-SW-EXCEDE
              ADD  1 TO WK-HORAS-EXCEDIDAS
              DISPLAY 'AVISO: HORA ' WK-EHO-HH ' P95 ' WK-P95-MS
                      ' MS SUPERA EL OBJETIVO DE ' WK-OBJETIVO-MS
           END-IF.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.

       6100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RENGLON DE DETALLE DESDE WK-DATOS-CALC Y LOS TIEMPOS YA        *
      * CALCULADOS EN 6195-CALCULAR-TIEMPOS                            *
      *----------------------------------------------------------------*
       6190-LINEA-DETALLE.

           MOVE WK-CAL-CONT(1)      TO WK-LDE-CONSULTAS.
           MOVE WK-CAL-CONT(2)      TO WK-LDE-CACHE.
           MOVE WK-PCT-CACHE        TO WK-LDE-PCT-CACHE.
           MOVE WK-CAL-CONT(3)      TO WK-LDE-LLAMADAS.
           MOVE WK-CAL-CONT(4)      TO WK-LDE-RESPALDO.
           MOVE WK-PROMEDIO-MS      TO WK-LDE-PROMEDIO.
           MOVE WK-P95-MS           TO WK-LDE-P95.
           MOVE WK-CAL-MAX-MS       TO WK-LDE-MAXIMO.
           MOVE SPACES              TO WK-LDE-MARCA.
           IF WK-SW-EXCEDE = 1
              MOVE '*EXCEDE*'       TO WK-LDE-MARCA
           END-IF.
           MOVE WK-LINEA-DETALLE    TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6190-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * % DE ACIERTOS DEL CACHE, PROMEDIO Y PERCENTIL 95 DE LA FILA EN *
      * WK-DATOS-CALC. EL P95 ES EL LIMITE SUPERIOR DE LA CUBETA DONDE *
      * EL ACUMULADO LLEGA AL 95% DE LAS LLAMADAS, SIN PASAR DEL       *
      * MAXIMO                                                         *
      *----------------------------------------------------------------*
       6195-CALCULAR-TIEMPOS.

           MOVE 0 TO WK-PCT-CACHE.
           MOVE 0 TO WK-PROMEDIO-MS.
           MOVE 0 TO WK-P95-MS.
           IF WK-CAL-CONT(1) > 0
              COMPUTE WK-PCT-CACHE ROUNDED =
                      (WK-CAL-CONT(2) * 100) / WK-CAL-CONT(1)
           END-IF.
           IF WK-CAL-CONT(3) = 0
              GO TO 6195-FIN
           END-IF.

           COMPUTE WK-PROMEDIO-MS ROUNDED =
                   WK-CAL-SUMA-MS / WK-CAL-CONT(3).
           COMPUTE WK-RANGO-P95 = (WK-CAL-CONT(3) * 95 + 99) / 100.

           MOVE 0 TO WK-ACUM-CUBETAS.
           MOVE 0 TO WK-SW-P95-HALLADO.
           MOVE 0 TO WK-IX-CUBETA.
           PERFORM 6196-ACUMULAR-CUBETA THRU 6196-FIN
                   UNTIL WK-SW-P95-HALLADO = 1 OR
                         WK-IX-CUBETA >= WK-CANT-CUBETAS.

           IF WK-IX-CUBETA >= WK-CANT-CUBETAS OR
              WK-P95-MS > WK-CAL-MAX-MS
              MOVE WK-CAL-MAX-MS TO WK-P95-MS
           END-IF.

       6195-FIN.
           EXIT.

       6196-ACUMULAR-CUBETA.

           ADD 1 TO WK-IX-CUBETA.
           ADD WK-CAL-CUBETA(WK-IX-CUBETA) TO WK-ACUM-CUBETAS.
           IF WK-ACUM-CUBETAS >= WK-RANGO-P95
              MOVE 1 TO WK-SW-P95-HALLADO
              COMPUTE WK-P95-MS = WK-IX-CUBETA * WK-MS-CUBETA - 1
           END-IF.

       6196-FIN.
           EXIT.

       6200-LISTAR-OFICINA.

           ADD 1 TO WK-IX-LISTA.
           MOVE 0   TO WK-IX-MENOR.
           MOVE 999 TO WK-MENOR-OFI.
           MOVE 0   TO WK-IX-OFI.
           PERFORM 6210-BUSCAR-MENOR THRU 6210-FIN
                   UNTIL WK-IX-OFI >= WK-CANT-OFI.
           IF WK-IX-MENOR = 0
              MOVE WK-CANT-OFI TO WK-IX-LISTA
              GO TO 6200-FIN
           END-IF.

           MOVE 1 TO TB-FIL-LISTADA(WK-IX-MENOR).
           MOVE TB-FIL-DATOS(WK-IX-MENOR)   TO WK-DATOS-CALC.
           MOVE TB-FIL-NUM-OFI(WK-IX-MENOR) TO WK-EOF-NUM-OFI.
           MOVE WK-ETIQUETA-OFI     TO WK-LDE-ETIQUETA.
           PERFORM 6195-CALCULAR-TIEMPOS THRU 6195-FIN.
           MOVE 0                   TO WK-SW-EXCEDE.
           PERFORM 6190-LINEA-DETALLE THRU 6190-FIN.

       6200-FIN.
           EXIT.

       6210-BUSCAR-MENOR.

           ADD 1 TO WK-IX-OFI.
           COMPUTE WK-IX-FILA = WK-FILA-BASE-OFI + WK-IX-OFI.
           IF TB-FIL-LISTADA(WK-IX-FILA) = 0
              IF WK-IX-MENOR = 0 OR
                 TB-FIL-NUM-OFI(WK-IX-FILA) < WK-MENOR-OFI
                 MOVE WK-IX-FILA                 TO WK-IX-MENOR
                 MOVE TB-FIL-NUM-OFI(WK-IX-FILA) TO WK-MENOR-OFI
              END-IF
           END-IF.

       6210-FIN.
           EXIT.

       6300-LEYENDA.

           MOVE SPACES         TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES         TO WK-LINEA-TEXTO.
           MOVE 'CONSULT.: REGISTROS DE RD465SS (TODAS LAS OPERACIONES)'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'CACHE: RESUELTAS DESDE EL CACHE RD475SS, SIN LINK'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'LLAMADAS: CONSULTAS A RDK08401 CON TIEMPO MEDIDO; LOS'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  MS INCLUYEN EL REINTENTO Y EL RESPALDO'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'RESPALDO: CONSULTAS QUE TERMINARON EN RDK08402'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 'P95 MS: LIMITE SUPERIOR DE LA CUBETA DE 100 MS QUE'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '  CONTIENE EL PERCENTIL 95, SIN PASAR DEL MAXIMO'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE '*EXCEDE*: HORA CUYO P95 SUPERA EL OBJETIVO'
                               TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO TO REG-RB536LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6300-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB536LS.
           IF ES-RB536LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB536LS ' ES-RB536LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD536 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE = 0 AND WK-HORAS-EXCEDIDAS > 0
              DISPLAY 'HORAS SOBRE EL OBJETIVO. SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE TB-FIL-DATOS(WK-FILA-TOTAL) TO WK-DATOS-CALC.
           PERFORM 6195-CALCULAR-TIEMPOS THRU 6195-FIN.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD536 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGISTROS LEIDOS RD465SS   : ' WK-RD465-LEIDOS
              DISPLAY 'ACIERTOS DEL CACHE         : ' WK-CAL-CONT(2)
              DISPLAY 'LLAMADAS MEDIDAS           : ' WK-CAL-CONT(3)
              DISPLAY 'SIN MEDICION               : ' WK-SIN-MEDICION
              DISPLAY 'USO DEL RESPALDO           : ' WK-CAL-CONT(4)
              DISPLAY 'PROMEDIO MS                : ' WK-PROMEDIO-MS
              DISPLAY 'PERCENTIL 95 MS            : ' WK-P95-MS
              DISPLAY 'MAXIMO MS                  : ' WK-CAL-MAX-MS
              DISPLAY 'HORAS SOBRE EL OBJETIVO    : ' WK-HORAS-EXCEDIDAS
              DISPLAY 'OFICINAS LISTADAS          : ' WK-CANT-OFI
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RD465SS
              CLOSE RB536LS
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

           MOVE 'RBD536  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 10                     TO RBLEDG-CANT-CONTADORES.
           MOVE 'RD465-LEIDOS'         TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-RD465-LEIDOS        TO RBLEDG-CONT-VALOR(1).
           MOVE 'ACIERTOS-CACHE'       TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CAL-CONT(2)         TO RBLEDG-CONT-VALOR(2).
           MOVE 'LLAMADAS-MEDIDAS'     TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-CAL-CONT(3)         TO RBLEDG-CONT-VALOR(3).
           MOVE 'SIN-MEDICION'         TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SIN-MEDICION        TO RBLEDG-CONT-VALOR(4).
           MOVE 'USO-RESPALDO'         TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-CAL-CONT(4)         TO RBLEDG-CONT-VALOR(5).
           MOVE 'PROMEDIO-MS'          TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-PROMEDIO-MS         TO RBLEDG-CONT-VALOR(6).
           MOVE 'P95-MS'               TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-P95-MS              TO RBLEDG-CONT-VALOR(7).
           MOVE 'MAXIMO-MS'            TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-CAL-MAX-MS          TO RBLEDG-CONT-VALOR(8).
           MOVE 'HORAS-EXCEDIDAS'      TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-HORAS-EXCEDIDAS     TO RBLEDG-CONT-VALOR(9).
           MOVE 'OFICINAS'             TO RBLEDG-CONT-NOMBRE(10).
           MOVE WK-CANT-OFI            TO RBLEDG-CONT-VALOR(10).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

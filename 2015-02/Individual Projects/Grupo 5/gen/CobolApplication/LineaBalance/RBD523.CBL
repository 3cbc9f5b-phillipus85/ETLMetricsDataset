      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : MUESTREO DE AUDITORIA INTERNA SOBRE LA LINEA DE  *
      *           : BALANCE                                          *
      * OBJETIVO  : CADA TRIMESTRE AUDITORIA PIDE MUESTRAS DE LAS    *
      *           : TRANSACCIONES EMPAREJADAS (RB457SS), EXCEPCIONES *
      *           : (RB451SS Y RB459SS), CAMBIOS DE PARAMETRIZACION  *
      *           : DE CN285SE CON SU APROBADOR (CN286SS) Y          *
      *           : VALIDACIONES DE SEGURO (RD465SS). ESTE PASO      *
      *           : SACA DE CADA POBLACION UNA MUESTRA ALEATORIA     *
      *           : ESTRATIFICADA Y REPRODUCIBLE (MISMA SEMILLA,     *
      *           : MISMOS ARCHIVOS = MISMAS PARTIDAS) Y GRABA POR   *
      *           : CADA PARTIDA UN REGISTRO DE EVIDENCIA RB523EV    *
      *           : CON EL REGISTRO ORIGINAL Y EL REGISTRO DE        *
      *           : RBLEDSS DE LA CORRIDA QUE LO PRODUJO             *
      * FECHA     : 06 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192177                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192177                                       *
      * FECHA  : 06 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM523SS PALABRA-    *
      *          CLAVE=VALOR: FECHA-DESDE= Y FECHA-HASTA= (OBLIGA-   *
      *          TORIAS) Y POR POBLACION MUESTRA-<ARCHIVO>= Y        *
      *          SEMILLA-<ARCHIVO>= (RB457SS, RB451SS, RB459SS,      *
      *          CN286SS, RD465SS). UNA POBLACION SIN MUESTRA NO SE  *
      *          LEE.                                                *
      *          ESTRATOS: RED ADQUIRENTE EN RB457SS Y RB459SS,      *
      *          NOMBRE DE RED EN RB451SS, OFICINA EN CN286SS Y      *
      *          RD465SS. LA MUESTRA SE REPARTE PROPORCIONAL AL      *
      *          TAMANO DE CADA ESTRATO Y DENTRO DEL ESTRATO SE      *
      *          ELIGE POR SELECCION SECUENCIAL CON UN GENERADOR     *
      *          CONGRUENCIAL (16807 * X MOD 2147483647) SEMBRADO    *
      *          CON LA SEMILLA DE LA TARJETA.                       *
      *          CORRIDA DE CADA PARTIDA:                            *
      *             RB457SS/RB451SS  NOMBRE DEL ARCHIVO DE CARGA EN  *
      *                              RB452SS -> CORRIDA DE RBD457    *
      *             RB459SS          NO LLEVA FECHA NI ARCHIVO: CADA *
      *                              TRAMO HASTA UN TRL ES UNA       *
      *                              CORRIDA; SE EMPAREJA EN ORDEN   *
      *                              CON LAS CORRIDAS DE RBD457 DE   *
      *                              RBLEDSS DESDE FECHA-DESDE CUYOS *
      *                              CONTADORES RED-INVALIDA + NO-   *
      *                              VIGENTES CUADRAN CON EL TRAMO   *
      *                              (CONCATENAR LAS GENERACIONES    *
      *                              DEL PERIODO EN ORDEN)           *
      *             CN286SS          PRIMERA CORRIDA DE RBD457 DESDE *
      *                              LA FECHA/HORA DEL CAMBIO        *
      *             RD465SS          GRABADO EN LINEA POR RDK08301,  *
      *                              NO TIENE CORRIDA BATCH ('L')    *
      *          PARTIDA SIN CORRIDA HALLADA: INDICADOR 'N' Y RC 4   *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192191                                       *
      * FECHA  : 13 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: SE AGREGAN RD465-MS-RESPUESTA Y RD465-IND-RESPALDO  *
      *          AL LAYOUT DE RD465SS PARA QUE SIGA SIENDO EL MISMO  *
      *          QUE ESCRIBE RDK08301 (CAMPOS NO USADOS EN ESTE      *
      *          PROGRAMA)                                           *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD523.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 06 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM523SS   ASSIGN TO SYS001-PARM523SS
                               FILE STATUS ES-PARM523SS.

           SELECT  RB457SS     ASSIGN TO SYS002-RB457SS
                               FILE STATUS ES-RB457SS.

           SELECT  RB451SS     ASSIGN TO SYS003-RB451SS
                               FILE STATUS ES-RB451SS.

           SELECT  RB459SS     ASSIGN TO SYS004-RB459SS
                               FILE STATUS ES-RB459SS.

           SELECT  CN286SS     ASSIGN TO SYS005-CN286SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN286-LLAVE
                               FILE STATUS ES-CN286SS.

           SELECT  RD465SS     ASSIGN TO SYS006-RD465SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RD465-LLAVE
                               FILE STATUS ES-RD465SS.

           SELECT  RB523EV     ASSIGN TO SYS007-RB523EV
                               FILE STATUS ES-RB523EV.

           SELECT  RB452SS     ASSIGN TO SYS018-RB452SS
                               FILE STATUS ES-RB452SS.

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
       FD  PARM523SS.
       01  REG-PARM523SS                  PIC X(80).

      *----------------------------------------------------------------*
      * TRANSACCIONES EMPAREJADAS, MISMO LAYOUT QUE GRABA RBD457       *
      *----------------------------------------------------------------*
       FD  RB457SS.
       01  REG-RB457SS.
           03 RB457SS-NUM-CTA             PIC 9(16).
           03 RB457SS-NUM-TRANSAC         PIC 9(16).
           03 RB457SS-TIP-TRANSAC         PIC X(3).
           03 RB457SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457SS-MONEDA              PIC X(3).
           03 RB457SS-FECHA-TRANSAC       PIC 9(8).
           03 RB457SS-HORA-TRANSAC        PIC 9(6).
           03 RB457SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB457SS-NOMBRE-RED          PIC X(100).
           03 RB457SS-RED-ADQUIR          PIC X(2).
           03 RB457SS-ENTIDAD             PIC X(2).
       01  REG-RB457SS-TRL.
           03 RB457SS-TRL-TIPO-REG        PIC X(3).
           03 RB457SS-TRL-CANT-REGS       PIC 9(10).
           03 RB457SS-TRL-HASH-CTL        PIC 9(18).

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
      * RECHAZOS POR RED INVALIDA ('R') O NO VIGENTE ('V'). UN TRL POR *
      * CORRIDA DE RBD457                                              *
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
      * BITACORA DE CAMBIOS QUE GRABA RDK08320 (MISMO LAYOUT DE        *
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
      * MISMO LAYOUT DE AREA-RD465 QUE ESCRIBE RDK08301 EN CADA LINK   *
      *----------------------------------------------------------------*
       FD  RD465SS.
       01  REG-RD465SS.
           03 RD465-LLAVE.
              05 RD465-FECHA              PIC 9(08).
              05 RD465-HORA               PIC 9(06).
              05 RD465-USUARIO            PIC 9(13).
           03 RD465-TIP-IDE               PIC X(01).
           03 RD465-NUM-IDE               PIC 9(16).
           03 RD465-TIP-OPE               PIC 9(01).
           03 RD465-COD-RESP              PIC 9(04).
           03 RD465-NUM-OFI               PIC 9(03).
           03 RD465-IND-CACHE             PIC X(01).
           03 RD465-MS-RESPUESTA          PIC 9(07).
           03 RD465-IND-RESPALDO          PIC X(01).

      *----------------------------------------------------------------*
      * EVIDENCIA DE AUDITORIA: UNA PARTIDA MUESTREADA POR REGISTRO,   *
      * CON EL REGISTRO ORIGINAL TAL CUAL Y EL REGISTRO DE RBLEDSS DE  *
      * SU CORRIDA. TRL DE CANTIDAD Y HASH (SUMA DE CLAVE-ITEM) AL     *
      * FINAL                                                          *
      *----------------------------------------------------------------*
       FD  RB523EV.
       01  REG-RB523EV.
           03 RB523EV-TIPO-REG            PIC X(3).
           03 RB523EV-POBLACION           PIC X(8).
           03 RB523EV-SEMILLA             PIC 9(10).
           03 RB523EV-ESTRATO             PIC X(20).
           03 RB523EV-SEC-MUESTRA         PIC 9(07).
           03 RB523EV-ORDINAL             PIC 9(09).
           03 RB523EV-CLAVE-ITEM          PIC 9(16).
           03 RB523EV-FECHA-ITEM          PIC 9(08).
           03 RB523EV-IND-CORRIDA         PIC X(01).
              88 RB523EV-CON-CORRIDA      VALUE 'S'.
              88 RB523EV-SIN-CORRIDA      VALUE 'N'.
              88 RB523EV-EN-LINEA         VALUE 'L'.
           03 RB523EV-REG-ORIGEN          PIC X(300).
           03 RB523EV-REG-CORRIDA         PIC X(346).
       01  REG-RB523EV-TRL.
           03 RB523EV-TRL-TIPO-REG        PIC X(3).
           03 RB523EV-TRL-CANT-REGS       PIC 9(10).
           03 RB523EV-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * EXTRACTOS DE CN255SE YA CARGADOS POR RBD457 CON LA FECHA Y     *
      * HORA DE LA CORRIDA (LLAVE DE SU REGISTRO EN RBLEDSS)           *
      *----------------------------------------------------------------*
       FD  RB452SS.
       01  REG-RB452SS.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

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
           03  ES-PARM523SS                 PIC   X(02).
           03  ES-RB457SS                   PIC   X(02).
           03  ES-RB451SS                   PIC   X(02).
           03  ES-RB459SS                   PIC   X(02).
           03  ES-CN286SS                   PIC   X(02).
           03  ES-RD465SS                   PIC   X(02).
           03  ES-RB523EV                   PIC   X(02).
           03  ES-RB452SS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-POBLACION                 PIC   X(02).
           03  SW-FIN-POB                   PIC   9(01).
           03  SW-FIN-BROWSE                PIC   9(01).
           03  SW-RBLEDSS-ABIERTO           PIC   9(01).
           03  SW-ITEM-VALIDO               PIC   9(01).
           03  SW-ESTRATO-HALLADO           PIC   9(01).
           03  SW-CORRIDA-HALLADA           PIC   9(01).
           03  SW-ARCH-HALLADO              PIC   9(01).
           03  WK-FECHA-DESDE               PIC   9(08).
           03  WK-FECHA-HASTA               PIC   9(08).
           03  WK-IX-POB                    PIC   9(01).
           03  WK-PASADA                    PIC   9(01).
           03  WK-ORDINAL                   PIC   9(09).
           03  WK-ASIGNADOS                 PIC   9(07).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-EVIDENCIAS                PIC   9(10).
           03  WK-SIN-CORRIDA               PIC   9(10).
           03  WK-HASH-RB523EV              PIC   9(18).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-PARM-NUMERO               PIC   9(10).
           03  WK-PARM-LARGO                PIC   9(02).
           03  WK-IX-PARM                   PIC   9(02).
           03  WK-PARM-DIGITO               PIC   9(01).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).
           03  WK-IX-POB-PARM               PIC   9(01).

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
           03  WK-PARM-VAL-CH OCCURS 50 TIMES
                                            PIC   X(01).

      * POBLACIONES: 1 RB457SS, 2 RB451SS, 3 RB459SS, 4 CN286SS,
      * 5 RD465SS
       01  TB-POBLACIONES.
           03  TB-POB OCCURS 5 TIMES.
               05 TB-POB-NOMBRE             PIC  X(08).
               05 TB-POB-MUESTRA            PIC  9(07).
               05 TB-POB-SEMILLA            PIC  9(10).
               05 TB-POB-TOTAL              PIC  9(09).
               05 TB-POB-ELEGIDOS           PIC  9(07).
               05 TB-POB-SIN-CORRIDA        PIC  9(07).

      * ESTRATOS DE LA POBLACION EN CURSO. LLENA LA TABLA, LO QUE NO
      * CABE VA AL ULTIMO ESTRATO 'OTROS ESTRATOS'
       01  WK-CAPACIDAD-ESTRATOS            PIC   9(03) VALUE 300.
       01  WK-CANT-ESTRATOS                 PIC   9(03).
       01  WK-IX-EST                        PIC   9(03).
       01  TB-ESTRATOS.
           03  TB-EST OCCURS 300 TIMES.
               05 TB-EST-CLAVE              PIC  X(20).
               05 TB-EST-POB                PIC  9(09).
               05 TB-EST-MUESTRA            PIC  9(07).
               05 TB-EST-REST-POB           PIC  9(09).
               05 TB-EST-REST-MUESTRA       PIC  9(07).
               05 TB-EST-ELEGIDOS           PIC  9(07).

      * EXTRACTOS DE CN255SE CARGADOS (RB452SS), MISMA CAPACIDAD QUE
      * CONSERVA RBD518
       01  WK-CAPACIDAD-RB452               PIC   9(05) VALUE 2000.
       01  WK-CANT-ARCH-CARGA               PIC   9(05).
       01  WK-IX-ARCH                       PIC   9(05).
       01  TB-ARCH-CARGA.
           03  TB-ARC OCCURS 2000 TIMES.
               05 TB-ARC-NOMBRE             PIC  X(100).
               05 TB-ARC-FECHA              PIC  9(08).
               05 TB-ARC-HORA               PIC  9(08).

      * TRAMOS DE RB459SS (UNO POR TRL) Y CORRIDAS DE RBD457 CON LAS
      * QUE SE EMPAREJAN
       01  WK-CAPACIDAD-TRAMOS              PIC   9(03) VALUE 500.
       01  WK-CANT-TRAMOS                   PIC   9(03).
       01  WK-IX-TRAMO                      PIC   9(03).
       01  WK-IX-TRAMO-ALIN                 PIC   9(03).
       01  WK-CANT-EN-TRAMO                 PIC   9(10).
       01  WK-TRAMOS-SIN-CORRIDA            PIC   9(03).
       01  TB-TRAMOS.
           03  TB-TRA OCCURS 500 TIMES.
               05 TB-TRA-CANT               PIC  9(10).
               05 TB-TRA-IX-CORRIDA         PIC  9(03).
       01  WK-CANT-CORRIDAS                 PIC   9(03).
       01  WK-IX-COR                        PIC   9(03).
       01  WK-IX-COR-DESDE                  PIC   9(03).
       01  TB-CORRIDAS.
           03  TB-COR OCCURS 500 TIMES.
               05 TB-COR-FECHA              PIC  9(08).
               05 TB-COR-HORA               PIC  9(08).
               05 TB-COR-RECHAZOS           PIC  9(10).

      * PARTIDA EN CURSO, NORMALIZADA PARA CUALQUIER POBLACION
       01  WK-ITEM.
           03  WK-ITEM-FECHA                PIC   9(08).
           03  WK-ITEM-HORA                 PIC   9(06).
           03  WK-ITEM-ESTRATO              PIC   X(20).
           03  WK-ITEM-CLAVE                PIC   9(16).
           03  WK-ITEM-ARCHIVO              PIC   X(100).
           03  WK-ITEM-ORIGEN               PIC   X(300).

      * GENERADOR CONGRUENCIAL: X = 16807 * X MOD 2147483647
       01  WK-LCG-MODULO                    PIC   9(10)
                                            VALUE 2147483647.
       01  WK-LCG-SEMILLA                   PIC   9(10).
       01  WK-LCG-PRODUCTO                  PIC   9(18).
       01  WK-LCG-COCIENTE                  PIC   9(18).
       01  WK-ALEATORIO                     PIC   V9(09).
       01  WK-PRODUCTO-SEL                  PIC   9(09)V9(09).

       01  WK-FECHA-SISTEMA                 PIC       9(8).
       01  WK-HORA-INICIO                   PIC       9(8).
       01  WK-HORA-FIN                      PIC       9(8).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           MOVE 0 TO WK-IX-POB.
           PERFORM 200-PROCESAR-POBLACION THRU 200-FIN
                   UNTIL WK-IX-POB >= 5.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.

           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-POBLACIONES.
           MOVE 'RB457SS '  TO TB-POB-NOMBRE(1).
           MOVE 'RB451SS '  TO TB-POB-NOMBRE(2).
           MOVE 'RB459SS '  TO TB-POB-NOMBRE(3).
           MOVE 'CN286SS '  TO TB-POB-NOMBRE(4).
           MOVE 'RD465SS '  TO TB-POB-NOMBRE(5).

           PERFORM 106-LEER-FECPRSS   THRU 106-FIN.
           PERFORM 101-LEER-PARM523SS THRU 101-FIN.
           PERFORM 102-VALIDAR-PARAMETROS THRU 102-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.
           DISPLAY 'PERIODO MUESTREADO : ' WK-FECHA-DESDE
                   ' A ' WK-FECHA-HASTA.
           MOVE 0 TO WK-IX-POB.
           PERFORM 1019-MOSTRAR-POBLACION THRU 1019-FIN
                   UNTIL WK-IX-POB >= 5.

           OPEN OUTPUT RB523EV.
           IF   ES-RB523EV NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB523EV ' ES-RB523EV
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT RBLEDSS.
           IF   ES-RBLEDSS = '00'
                MOVE 1 TO SW-RBLEDSS-ABIERTO
           ELSE
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS ', LAS PARTIDAS SALEN SIN CORRIDA'.

           IF TB-POB-MUESTRA(1) > 0 OR TB-POB-MUESTRA(2) > 0
              PERFORM 107-CARGAR-RB452SS THRU 107-FIN.

       100-FIN.
           EXIT.

       101-LEER-PARM523SS.

           OPEN INPUT PARM523SS.
           IF   ES-PARM523SS = '97'
                MOVE '00'  TO ES-PARM523SS.
           IF   ES-PARM523SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM523SS NOT = '00'
                CLOSE PARM523SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM523SS.
           IF ES-PARM523SS = '00'
              IF REG-PARM523SS = SPACES OR REG-PARM523SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MUESTRA-<ARCHIVO>= Y SEMILLA-<ARCHIVO>= SE RESUELVEN CONTRA LA *
      * TABLA DE POBLACIONES POR EL NOMBRE DEL ARCHIVO                 *
      *----------------------------------------------------------------*
       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM523SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM523SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM523SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM523SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN.

           EVALUATE TRUE
               WHEN WK-PARM-CLAVE = 'FECHA-DESDE'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-DESDE
               WHEN WK-PARM-CLAVE = 'FECHA-HASTA'
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-HASTA
               WHEN WK-PARM-CLAVE(1:8) = 'MUESTRA-'
                   PERFORM 1016-BUSCAR-POBLACION THRU 1016-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO > 7
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO
                                 TO TB-POB-MUESTRA(WK-IX-POB-PARM)
               WHEN WK-PARM-CLAVE(1:8) = 'SEMILLA-'
                   PERFORM 1016-BUSCAR-POBLACION THRU 1016-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0 OR
                      WK-PARM-NUMERO NOT < WK-LCG-MODULO
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO
                                 TO TB-POB-SEMILLA(WK-IX-POB-PARM)
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM523SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM523SS: '
                    REG-PARM523SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

       1016-BUSCAR-POBLACION.

           MOVE 0 TO WK-IX-POB-PARM.
           EVALUATE WK-PARM-CLAVE(9:22)
               WHEN 'RB457SS'
                   MOVE 1 TO WK-IX-POB-PARM
               WHEN 'RB451SS'
                   MOVE 2 TO WK-IX-POB-PARM
               WHEN 'RB459SS'
                   MOVE 3 TO WK-IX-POB-PARM
               WHEN 'CN286SS'
                   MOVE 4 TO WK-IX-POB-PARM
               WHEN 'RD465SS'
                   MOVE 5 TO WK-IX-POB-PARM
               WHEN OTHER
                   DISPLAY 'POBLACION DESCONOCIDA EN PARM523SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1016-FIN.
           EXIT.

       1019-MOSTRAR-POBLACION.

           ADD 1 TO WK-IX-POB.
           IF TB-POB-MUESTRA(WK-IX-POB) > 0
              DISPLAY 'POBLACION ' TB-POB-NOMBRE(WK-IX-POB)
                      ' MUESTRA : ' TB-POB-MUESTRA(WK-IX-POB)
                      ' SEMILLA : ' TB-POB-SEMILLA(WK-IX-POB)
           ELSE
              DISPLAY 'POBLACION ' TB-POB-NOMBRE(WK-IX-POB)
                      ' SIN MUESTRA, NO SE LEE'
           END-IF.

       1019-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EL PERIODO ES OBLIGATORIO Y CADA POBLACION CON MUESTRA DEBE    *
      * TRAER SU SEMILLA: SIN SEMILLA LA MUESTRA NO SE PUEDE REPETIR   *
      *----------------------------------------------------------------*
       102-VALIDAR-PARAMETROS.

           IF WK-FECHA-DESDE = 0 OR WK-FECHA-HASTA = 0 OR
              WK-FECHA-DESDE > WK-FECHA-HASTA
              DISPLAY 'PERIODO INVALIDO O AUSENTE EN PARM523SS : '
                      WK-FECHA-DESDE ' A ' WK-FECHA-HASTA
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE 0 TO WK-ASIGNADOS.
           MOVE 0 TO WK-IX-POB.
           PERFORM 1021-VALIDAR-POBLACION THRU 1021-FIN
                   UNTIL WK-IX-POB >= 5.

           IF WK-ASIGNADOS = 0
              DISPLAY 'NINGUNA POBLACION CON MUESTRA EN PARM523SS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       102-FIN.
           EXIT.

       1021-VALIDAR-POBLACION.

           ADD 1 TO WK-IX-POB.
           IF TB-POB-MUESTRA(WK-IX-POB) > 0
              ADD 1 TO WK-ASIGNADOS
              IF TB-POB-SEMILLA(WK-IX-POB) = 0
                 DISPLAY 'FALTA SEMILLA-' TB-POB-NOMBRE(WK-IX-POB)
                         ' EN PARM523SS'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
           END-IF.

       1021-FIN.
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
      * TABLA DE EXTRACTOS CARGADOS. RBD457 NO VUELVE A CARGAR UN      *
      * NOMBRE YA REGISTRADO, ASI QUE SE QUEDA LA PRIMERA APARICION    *
      *----------------------------------------------------------------*
       107-CARGAR-RB452SS.

           MOVE 0 TO WK-CANT-ARCH-CARGA.
           OPEN INPUT RB452SS.
           IF   ES-RB452SS = '97' OR '35'
                DISPLAY 'AVISO: RB452SS AUSENTE, RB457SS Y RB451SS '
                        'SALEN SIN CORRIDA'
                GO TO 107-FIN.
           IF   ES-RB452SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB452SS ' ES-RB452SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1070-LEER-RB452SS THRU 1070-FIN
                   UNTIL ES-RB452SS NOT = '00'.

           CLOSE RB452SS.

       107-FIN.
           EXIT.

       1070-LEER-RB452SS.

           READ RB452SS.
           IF ES-RB452SS NOT = '00'
              IF ES-RB452SS NOT = '10'
                 DISPLAY 'ERROR AL LEER ARCHIVO RB452SS ' ES-RB452SS
                 MOVE     999           TO   RETURN-CODE
                 CLOSE    RB452SS
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              GO TO 1070-FIN
           END-IF.

           MOVE RB452SS-NOMB-ARCH TO WK-ITEM-ARCHIVO.
           PERFORM 275-BUSCAR-ARCHIVO THRU 275-FIN.
           IF SW-ARCH-HALLADO = 1
              GO TO 1070-FIN
           END-IF.

           IF WK-CANT-ARCH-CARGA >= WK-CAPACIDAD-RB452
              DISPLAY 'AVISO: RB452SS SUPERA ' WK-CAPACIDAD-RB452
                      ' EXTRACTOS, LOS DEMAS SALEN SIN CORRIDA'
              MOVE '10' TO ES-RB452SS
              GO TO 1070-FIN
           END-IF.

           ADD 1 TO WK-CANT-ARCH-CARGA.
           MOVE RB452SS-NOMB-ARCH  TO TB-ARC-NOMBRE(WK-CANT-ARCH-CARGA).
           MOVE RB452SS-FECHA-PROC TO TB-ARC-FECHA(WK-CANT-ARCH-CARGA).
           MOVE RB452SS-HORA-PROC  TO TB-ARC-HORA(WK-CANT-ARCH-CARGA).

       1070-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA POBLACION: PRIMERA PASADA CUENTA LAS PARTIDAS DEL PERIODO  *
      * POR ESTRATO, SE REPARTE LA MUESTRA Y LA SEGUNDA PASADA ELIGE   *
      * Y GRABA LA EVIDENCIA                                           *
      *----------------------------------------------------------------*
       200-PROCESAR-POBLACION.

           ADD 1 TO WK-IX-POB.
           IF TB-POB-MUESTRA(WK-IX-POB) = 0
              GO TO 200-FIN
           END-IF.

           MOVE 0 TO WK-CANT-ESTRATOS.
           INITIALIZE TB-ESTRATOS.
           MOVE 0 TO WK-CANT-TRAMOS.
           INITIALIZE TB-TRAMOS.

           MOVE 1 TO WK-PASADA.
           PERFORM 210-ABRIR-POBLACION THRU 210-FIN.
           PERFORM 220-CONTAR-ITEM THRU 220-FIN
                   UNTIL SW-FIN-POB = 1.
           PERFORM 215-CERRAR-POBLACION THRU 215-FIN.

           PERFORM 240-ASIGNAR-MUESTRA THRU 240-FIN.
           IF WK-IX-POB = 3
              PERFORM 250-ALINEAR-TRAMOS THRU 250-FIN
           END-IF.

           MOVE TB-POB-SEMILLA(WK-IX-POB) TO WK-LCG-SEMILLA.
           MOVE 0 TO WK-ORDINAL.
           MOVE 2 TO WK-PASADA.
           PERFORM 210-ABRIR-POBLACION THRU 210-FIN.
           PERFORM 260-SELECCIONAR-ITEM THRU 260-FIN
                   UNTIL SW-FIN-POB = 1.
           PERFORM 215-CERRAR-POBLACION THRU 215-FIN.

           PERFORM 280-RESUMEN-POBLACION THRU 280-FIN.

       200-FIN.
           EXIT.

       210-ABRIR-POBLACION.

           MOVE 0 TO SW-FIN-POB.
           MOVE 1 TO WK-IX-TRAMO.
           MOVE 0 TO WK-CANT-EN-TRAMO.

           EVALUATE WK-IX-POB
               WHEN 1
                   OPEN INPUT RB457SS
                   MOVE ES-RB457SS TO ES-POBLACION
               WHEN 2
                   OPEN INPUT RB451SS
                   MOVE ES-RB451SS TO ES-POBLACION
               WHEN 3
                   OPEN INPUT RB459SS
                   MOVE ES-RB459SS TO ES-POBLACION
               WHEN 4
                   OPEN INPUT CN286SS
                   MOVE ES-CN286SS TO ES-POBLACION
               WHEN 5
                   OPEN INPUT RD465SS
                   MOVE ES-RD465SS TO ES-POBLACION
           END-EVALUATE.

           IF ES-POBLACION NOT = '00'
              DISPLAY 'ERROR AL ABRIR ARCHIVO ' TB-POB-NOMBRE(WK-IX-POB)
                      ' ' ES-POBLACION
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           PERFORM 230-LEER-ITEM THRU 230-FIN.

       210-FIN.
           EXIT.

       215-CERRAR-POBLACION.

           EVALUATE WK-IX-POB
               WHEN 1
                   CLOSE RB457SS
               WHEN 2
                   CLOSE RB451SS
               WHEN 3
                   CLOSE RB459SS
               WHEN 4
                   CLOSE CN286SS
               WHEN 5
                   CLOSE RD465SS
           END-EVALUATE.

       215-FIN.
           EXIT.

       220-CONTAR-ITEM.

           PERFORM 270-BUSCAR-ESTRATO THRU 270-FIN.
           ADD 1 TO TB-EST-POB(WK-IX-EST).
           ADD 1 TO TB-POB-TOTAL(WK-IX-POB).
           PERFORM 230-LEER-ITEM THRU 230-FIN.

       220-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LECTURA HASTA LA SIGUIENTE PARTIDA DEL PERIODO. RB459SS NO     *
      * TIENE FECHA: ENTRA COMPLETO Y SE CUENTAN SUS TRAMOS            *
      *----------------------------------------------------------------*
       230-LEER-ITEM.

           MOVE 0 TO SW-ITEM-VALIDO.
           PERFORM 2300-LEER-ITEM-UNA THRU 2300-FIN
                   UNTIL SW-ITEM-VALIDO = 1 OR SW-FIN-POB = 1.

       230-FIN.
           EXIT.

       2300-LEER-ITEM-UNA.

           MOVE SPACES TO WK-ITEM.
           MOVE 0      TO WK-ITEM-FECHA WK-ITEM-HORA WK-ITEM-CLAVE.

           EVALUATE WK-IX-POB
               WHEN 1
                   PERFORM 2301-LEER-RB457SS THRU 2301-FIN
               WHEN 2
                   PERFORM 2302-LEER-RB451SS THRU 2302-FIN
               WHEN 3
                   PERFORM 2303-LEER-RB459SS THRU 2303-FIN
               WHEN 4
                   PERFORM 2304-LEER-CN286SS THRU 2304-FIN
               WHEN 5
                   PERFORM 2305-LEER-RD465SS THRU 2305-FIN
           END-EVALUATE.

           IF SW-ITEM-VALIDO = 1 AND WK-IX-POB NOT = 3
              IF WK-ITEM-FECHA < WK-FECHA-DESDE OR
                 WK-ITEM-FECHA > WK-FECHA-HASTA
                 MOVE 0 TO SW-ITEM-VALIDO
              END-IF
           END-IF.

       2300-FIN.
           EXIT.

       2301-LEER-RB457SS.

           READ RB457SS.
           IF ES-RB457SS NOT = '00'
              PERFORM 2309-FIN-O-ERROR THRU 2309-FIN
              GO TO 2301-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RB457SS-TRL-TIPO-REG = 'TRL'
              GO TO 2301-FIN
           END-IF.

           MOVE 1                      TO SW-ITEM-VALIDO.
           MOVE RB457SS-FECHA-TRANSAC  TO WK-ITEM-FECHA.
           MOVE RB457SS-HORA-TRANSAC   TO WK-ITEM-HORA.
           MOVE RB457SS-RED-ADQUIR     TO WK-ITEM-ESTRATO.
           MOVE RB457SS-NUM-CTA        TO WK-ITEM-CLAVE.
           MOVE RB457SS-NOMB-ARCH-CARG TO WK-ITEM-ARCHIVO.
           MOVE REG-RB457SS            TO WK-ITEM-ORIGEN.

       2301-FIN.
           EXIT.

       2302-LEER-RB451SS.

           READ RB451SS.
           IF ES-RB451SS NOT = '00'
              PERFORM 2309-FIN-O-ERROR THRU 2309-FIN
              GO TO 2302-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RB451SS-TRL-TIPO-REG = 'TRL'
              GO TO 2302-FIN
           END-IF.

           MOVE 1                      TO SW-ITEM-VALIDO.
           MOVE RB451SS-FECHA-TRANSAC  TO WK-ITEM-FECHA.
           MOVE RB451SS-HORA-TRANSAC   TO WK-ITEM-HORA.
           MOVE RB451SS-NOMBRE-RED     TO WK-ITEM-ESTRATO.
           MOVE RB451SS-NUM-CTA        TO WK-ITEM-CLAVE.
           MOVE RB451SS-NOMB-ARCH-CARG TO WK-ITEM-ARCHIVO.
           MOVE REG-RB451SS            TO WK-ITEM-ORIGEN.

       2302-FIN.
           EXIT.

      * CADA TRL CIERRA UN TRAMO (UNA CORRIDA DE RBD457). LO QUE QUEDE
      * DESPUES DEL ULTIMO TRL SE CUENTA COMO UN TRAMO MAS AL FINAL
       2303-LEER-RB459SS.

           READ RB459SS.
           IF ES-RB459SS NOT = '00'
              IF WK-CANT-EN-TRAMO > 0
                 PERFORM 2308-CERRAR-TRAMO THRU 2308-FIN
              END-IF
              PERFORM 2309-FIN-O-ERROR THRU 2309-FIN
              GO TO 2303-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RB459SS-TRL-TIPO-REG = 'TRL'
              PERFORM 2308-CERRAR-TRAMO THRU 2308-FIN
              GO TO 2303-FIN
           END-IF.

           ADD 1                       TO WK-CANT-EN-TRAMO.
           MOVE 1                      TO SW-ITEM-VALIDO.
           MOVE RB459SS-RED-ADQUIR     TO WK-ITEM-ESTRATO.
           MOVE RB459SS-NUM-CTA        TO WK-ITEM-CLAVE.
           MOVE REG-RB459SS            TO WK-ITEM-ORIGEN.

       2303-FIN.
           EXIT.

       2304-LEER-CN286SS.

           READ CN286SS.
           IF ES-CN286SS NOT = '00'
              PERFORM 2309-FIN-O-ERROR THRU 2309-FIN
              GO TO 2304-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.

           MOVE 1                      TO SW-ITEM-VALIDO.
           MOVE CN286-FECHA            TO WK-ITEM-FECHA.
           MOVE CN286-HORA             TO WK-ITEM-HORA.
           MOVE CN286-NUM-OFI          TO WK-ITEM-ESTRATO.
           MOVE CN286-NUM-CTA          TO WK-ITEM-CLAVE.
           MOVE REG-CN286SS            TO WK-ITEM-ORIGEN.

       2304-FIN.
           EXIT.

       2305-LEER-RD465SS.

           READ RD465SS.
           IF ES-RD465SS NOT = '00'
              PERFORM 2309-FIN-O-ERROR THRU 2309-FIN
              GO TO 2305-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.

           MOVE 1                      TO SW-ITEM-VALIDO.
           MOVE RD465-FECHA            TO WK-ITEM-FECHA.
           MOVE RD465-HORA             TO WK-ITEM-HORA.
           MOVE RD465-NUM-OFI          TO WK-ITEM-ESTRATO.
           MOVE RD465-NUM-IDE          TO WK-ITEM-CLAVE.
           MOVE REG-RD465SS            TO WK-ITEM-ORIGEN.

       2305-FIN.
           EXIT.

       2308-CERRAR-TRAMO.

           IF WK-IX-TRAMO <= WK-CAPACIDAD-TRAMOS
              MOVE WK-CANT-EN-TRAMO TO TB-TRA-CANT(WK-IX-TRAMO)
              MOVE WK-IX-TRAMO      TO WK-CANT-TRAMOS
              ADD 1 TO WK-IX-TRAMO
           END-IF.
           MOVE 0 TO WK-CANT-EN-TRAMO.

       2308-FIN.
           EXIT.

       2309-FIN-O-ERROR.

           MOVE 1 TO SW-FIN-POB.
           EVALUATE WK-IX-POB
               WHEN 1
                   MOVE ES-RB457SS TO ES-POBLACION
               WHEN 2
                   MOVE ES-RB451SS TO ES-POBLACION
               WHEN 3
                   MOVE ES-RB459SS TO ES-POBLACION
               WHEN 4
                   MOVE ES-CN286SS TO ES-POBLACION
               WHEN 5
                   MOVE ES-RD465SS TO ES-POBLACION
           END-EVALUATE.

           IF ES-POBLACION NOT = '10' AND ES-POBLACION NOT = '46'
              DISPLAY 'ERROR AL LEER ARCHIVO ' TB-POB-NOMBRE(WK-IX-POB)
                      ' ' ES-POBLACION
              MOVE     999           TO   RETURN-CODE
              PERFORM  215-CERRAR-POBLACION THRU 215-FIN
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       2309-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REPARTO PROPORCIONAL: A CADA ESTRATO LA PARTE ENTERA DE        *
      * MUESTRA * TAMANO / TOTAL; EL RESTO SE REPARTE DE A UNO EN EL   *
      * ORDEN DE LA TABLA. SI LA MUESTRA NO ES MENOR QUE LA POBLACION  *
      * ENTRA TODA                                                     *
      *----------------------------------------------------------------*
       240-ASIGNAR-MUESTRA.

           IF TB-POB-MUESTRA(WK-IX-POB) > TB-POB-TOTAL(WK-IX-POB)
              DISPLAY 'AVISO: ' TB-POB-NOMBRE(WK-IX-POB)
                      ' TIENE SOLO ' TB-POB-TOTAL(WK-IX-POB)
                      ' PARTIDAS EN EL PERIODO, ENTRAN TODAS'
              MOVE TB-POB-TOTAL(WK-IX-POB)
                                   TO TB-POB-MUESTRA(WK-IX-POB)
           END-IF.

           MOVE 0 TO WK-ASIGNADOS.
           MOVE 0 TO WK-IX-EST.
           PERFORM 2400-ASIGNAR-ESTRATO THRU 2400-FIN
                   UNTIL WK-IX-EST >= WK-CANT-ESTRATOS.

           PERFORM 2410-REPARTIR-RESTO THRU 2410-FIN
                   UNTIL WK-ASIGNADOS >= TB-POB-MUESTRA(WK-IX-POB).

       240-FIN.
           EXIT.

       2400-ASIGNAR-ESTRATO.

           ADD 1 TO WK-IX-EST.
           COMPUTE TB-EST-MUESTRA(WK-IX-EST) =
                   (TB-POB-MUESTRA(WK-IX-POB) * TB-EST-POB(WK-IX-EST))
                   / TB-POB-TOTAL(WK-IX-POB).
           ADD TB-EST-MUESTRA(WK-IX-EST) TO WK-ASIGNADOS.

       2400-FIN.
           EXIT.

       2410-REPARTIR-RESTO.

           MOVE 0 TO WK-IX-EST.
           PERFORM 2411-SUMAR-UNO THRU 2411-FIN
                   UNTIL WK-IX-EST >= WK-CANT-ESTRATOS OR
                         WK-ASIGNADOS >= TB-POB-MUESTRA(WK-IX-POB).

       2410-FIN.
           EXIT.

       2411-SUMAR-UNO.

           ADD 1 TO WK-IX-EST.
           IF TB-EST-MUESTRA(WK-IX-EST) < TB-EST-POB(WK-IX-EST)
              ADD 1 TO TB-EST-MUESTRA(WK-IX-EST)
              ADD 1 TO WK-ASIGNADOS
           END-IF.

       2411-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RB459SS: SE CARGAN LAS CORRIDAS DE RBD457 DE RBLEDSS DESDE     *
      * FECHA-DESDE Y SE EMPAREJA CADA TRAMO, EN ORDEN, CON LA         *
      * SIGUIENTE CORRIDA CUYOS RECHAZOS (RED-INVALIDA + NO-VIGENTES)  *
      * SEAN LA CANTIDAD DEL TRAMO. LAS CORRIDAS QUE NO CUADRAN (POR   *
      * EJEMPLO SIMULACIONES, QUE NO GRABAN RB459SS) SE SALTAN         *
      *----------------------------------------------------------------*
       250-ALINEAR-TRAMOS.

           MOVE 0 TO WK-CANT-CORRIDAS.
           MOVE 0 TO WK-TRAMOS-SIN-CORRIDA.
           IF SW-RBLEDSS-ABIERTO = 1
              MOVE 'RBD457  '      TO RBLEDG-PROGRAMA
              MOVE WK-FECHA-DESDE  TO RBLEDG-FECHA-PROCESO
              MOVE 0               TO RBLEDG-HORA-INICIO
              START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE
              IF ES-RBLEDSS = '00'
                 MOVE 0 TO SW-FIN-BROWSE
                 PERFORM 2500-CARGAR-CORRIDA THRU 2500-FIN
                         UNTIL SW-FIN-BROWSE = 1
              END-IF
           END-IF.

           MOVE 1 TO WK-IX-COR-DESDE.
           MOVE 0 TO WK-IX-TRAMO-ALIN.
           PERFORM 2510-ALINEAR-TRAMO THRU 2510-FIN
                   UNTIL WK-IX-TRAMO-ALIN >= WK-CANT-TRAMOS.

           DISPLAY 'RB459SS: TRAMOS ' WK-CANT-TRAMOS
                   ' CORRIDAS RBD457 ' WK-CANT-CORRIDAS
                   ' TRAMOS SIN CORRIDA ' WK-TRAMOS-SIN-CORRIDA.

       250-FIN.
           EXIT.

       2500-CARGAR-CORRIDA.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS NOT = '00'
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 2500-FIN
           END-IF.
           IF RBLEDG-PROGRAMA NOT = 'RBD457  '
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 2500-FIN
           END-IF.
           IF WK-CANT-CORRIDAS >= WK-CAPACIDAD-TRAMOS
              DISPLAY 'AVISO: MAS DE ' WK-CAPACIDAD-TRAMOS
                      ' CORRIDAS DE RBD457 DESDE ' WK-FECHA-DESDE
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 2500-FIN
           END-IF.

           ADD 1 TO WK-CANT-CORRIDAS.
           MOVE RBLEDG-FECHA-PROCESO TO TB-COR-FECHA(WK-CANT-CORRIDAS).
           MOVE RBLEDG-HORA-INICIO   TO TB-COR-HORA(WK-CANT-CORRIDAS).
           COMPUTE TB-COR-RECHAZOS(WK-CANT-CORRIDAS) =
                   RBLEDG-CONT-VALOR(5) + RBLEDG-CONT-VALOR(6).

       2500-FIN.
           EXIT.

       2510-ALINEAR-TRAMO.

           ADD 1 TO WK-IX-TRAMO-ALIN.
           MOVE 0 TO TB-TRA-IX-CORRIDA(WK-IX-TRAMO-ALIN).
           MOVE 0 TO SW-CORRIDA-HALLADA.
           MOVE WK-IX-COR-DESDE TO WK-IX-COR.
           PERFORM 2511-BUSCAR-CORRIDA THRU 2511-FIN
                   UNTIL SW-CORRIDA-HALLADA = 1 OR
                         WK-IX-COR > WK-CANT-CORRIDAS.

           IF SW-CORRIDA-HALLADA = 1
              MOVE WK-IX-COR TO TB-TRA-IX-CORRIDA(WK-IX-TRAMO-ALIN)
              COMPUTE WK-IX-COR-DESDE = WK-IX-COR + 1
           ELSE
              ADD 1 TO WK-TRAMOS-SIN-CORRIDA
           END-IF.

       2510-FIN.
           EXIT.

       2511-BUSCAR-CORRIDA.

           IF TB-COR-RECHAZOS(WK-IX-COR) =
              TB-TRA-CANT(WK-IX-TRAMO-ALIN)
              MOVE 1 TO SW-CORRIDA-HALLADA
           ELSE
              ADD 1 TO WK-IX-COR
           END-IF.

       2511-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SELECCION SECUENCIAL DENTRO DEL ESTRATO: LA PARTIDA ENTRA SI   *
      * QUEDAN-EN-ESTRATO * ALEATORIO < FALTAN-EN-ESTRATO. SE SACA UN  *
      * ALEATORIO POR CADA PARTIDA DEL PERIODO, ELEGIDA O NO, PARA     *
      * QUE LA MISMA SEMILLA SOBRE LOS MISMOS ARCHIVOS DE SIEMPRE LAS  *
      * MISMAS PARTIDAS                                                *
      *----------------------------------------------------------------*
       260-SELECCIONAR-ITEM.

           ADD 1 TO WK-ORDINAL.
           PERFORM 270-BUSCAR-ESTRATO THRU 270-FIN.
           PERFORM 700-GENERAR-ALEATORIO THRU 700-FIN.

           IF TB-EST-REST-MUESTRA(WK-IX-EST) > 0
              COMPUTE WK-PRODUCTO-SEL =
                      TB-EST-REST-POB(WK-IX-EST) * WK-ALEATORIO
              IF WK-PRODUCTO-SEL < TB-EST-REST-MUESTRA(WK-IX-EST)
                 SUBTRACT 1 FROM TB-EST-REST-MUESTRA(WK-IX-EST)
                 ADD 1 TO TB-EST-ELEGIDOS(WK-IX-EST)
                 ADD 1 TO TB-POB-ELEGIDOS(WK-IX-POB)
                 PERFORM 290-GRABAR-EVIDENCIA THRU 290-FIN
              END-IF
           END-IF.
           SUBTRACT 1 FROM TB-EST-REST-POB(WK-IX-EST).

           PERFORM 230-LEER-ITEM THRU 230-FIN.

       260-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BUSQUEDA LINEAL DEL ESTRATO; EN LA PRIMERA PASADA SE DA DE     *
      * ALTA EL QUE NO ESTA                                            *
      *----------------------------------------------------------------*
       270-BUSCAR-ESTRATO.

           MOVE 0 TO SW-ESTRATO-HALLADO.
           MOVE 0 TO WK-IX-EST.
           PERFORM 2700-COMPARAR-ESTRATO THRU 2700-FIN
                   UNTIL SW-ESTRATO-HALLADO = 1 OR
                         WK-IX-EST >= WK-CANT-ESTRATOS.
           IF SW-ESTRATO-HALLADO = 1
              GO TO 270-FIN
           END-IF.

           IF WK-CANT-ESTRATOS >= WK-CAPACIDAD-ESTRATOS
              MOVE WK-CAPACIDAD-ESTRATOS TO WK-IX-EST
              GO TO 270-FIN
           END-IF.

           ADD 1 TO WK-CANT-ESTRATOS.
           MOVE WK-CANT-ESTRATOS TO WK-IX-EST.
           IF WK-CANT-ESTRATOS = WK-CAPACIDAD-ESTRATOS
              MOVE 'OTROS ESTRATOS' TO TB-EST-CLAVE(WK-IX-EST)
           ELSE
              MOVE WK-ITEM-ESTRATO  TO TB-EST-CLAVE(WK-IX-EST)
           END-IF.

       270-FIN.
           EXIT.

       2700-COMPARAR-ESTRATO.

           ADD 1 TO WK-IX-EST.
           IF TB-EST-CLAVE(WK-IX-EST) = WK-ITEM-ESTRATO
              MOVE 1 TO SW-ESTRATO-HALLADO
           END-IF.

       2700-FIN.
           EXIT.

       275-BUSCAR-ARCHIVO.

           MOVE 0 TO SW-ARCH-HALLADO.
           MOVE 0 TO WK-IX-ARCH.
           PERFORM 2750-COMPARAR-ARCHIVO THRU 2750-FIN
                   UNTIL SW-ARCH-HALLADO = 1 OR
                         WK-IX-ARCH >= WK-CANT-ARCH-CARGA.

       275-FIN.
           EXIT.

       2750-COMPARAR-ARCHIVO.

           ADD 1 TO WK-IX-ARCH.
           IF TB-ARC-NOMBRE(WK-IX-ARCH) = WK-ITEM-ARCHIVO
              MOVE 1 TO SW-ARCH-HALLADO
           END-IF.

       2750-FIN.
           EXIT.

       280-RESUMEN-POBLACION.

           DISPLAY '--------------------------------------'.
           DISPLAY 'POBLACION ' TB-POB-NOMBRE(WK-IX-POB)
                   ' EN PERIODO : ' TB-POB-TOTAL(WK-IX-POB)
                   ' ELEGIDAS : ' TB-POB-ELEGIDOS(WK-IX-POB)
                   ' SIN CORRIDA : ' TB-POB-SIN-CORRIDA(WK-IX-POB).
           MOVE 0 TO WK-IX-EST.
           PERFORM 2800-MOSTRAR-ESTRATO THRU 2800-FIN
                   UNTIL WK-IX-EST >= WK-CANT-ESTRATOS.

       280-FIN.
           EXIT.

       2800-MOSTRAR-ESTRATO.

           ADD 1 TO WK-IX-EST.
           DISPLAY '   ESTRATO ' TB-EST-CLAVE(WK-IX-EST)
                   ' PARTIDAS ' TB-EST-POB(WK-IX-EST)
                   ' ELEGIDAS ' TB-EST-ELEGIDOS(WK-IX-EST).

       2800-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EVIDENCIA DE UNA PARTIDA ELEGIDA CON SU CORRIDA                *
      *----------------------------------------------------------------*
       290-GRABAR-EVIDENCIA.

           PERFORM 295-VINCULAR-CORRIDA THRU 295-FIN.

           MOVE SPACES                     TO REG-RB523EV.
           MOVE 'DET'                      TO RB523EV-TIPO-REG.
           MOVE TB-POB-NOMBRE(WK-IX-POB)   TO RB523EV-POBLACION.
           MOVE TB-POB-SEMILLA(WK-IX-POB)  TO RB523EV-SEMILLA.
           MOVE TB-EST-CLAVE(WK-IX-EST)    TO RB523EV-ESTRATO.
           MOVE TB-POB-ELEGIDOS(WK-IX-POB) TO RB523EV-SEC-MUESTRA.
           MOVE WK-ORDINAL                 TO RB523EV-ORDINAL.
           MOVE WK-ITEM-CLAVE              TO RB523EV-CLAVE-ITEM.
           MOVE WK-ITEM-FECHA              TO RB523EV-FECHA-ITEM.
           MOVE WK-ITEM-ORIGEN             TO RB523EV-REG-ORIGEN.

           EVALUATE TRUE
               WHEN WK-IX-POB = 5
                   SET RB523EV-EN-LINEA     TO TRUE
               WHEN SW-CORRIDA-HALLADA = 1
                   SET RB523EV-CON-CORRIDA  TO TRUE
                   MOVE REG-RBLEDSS         TO RB523EV-REG-CORRIDA
      * RB459SS NO TRAE FECHA: SE INFORMA LA DE SU CORRIDA
                   IF WK-IX-POB = 3
                      MOVE RBLEDG-FECHA-PROCESO TO RB523EV-FECHA-ITEM
                   END-IF
               WHEN OTHER
                   SET RB523EV-SIN-CORRIDA  TO TRUE
                   ADD 1 TO TB-POB-SIN-CORRIDA(WK-IX-POB)
                   ADD 1 TO WK-SIN-CORRIDA
           END-EVALUATE.

           WRITE REG-RB523EV.
           IF ES-RB523EV NOT = '00'
              DISPLAY 'ERROR AL GRABAR RB523EV ' ES-RB523EV
              MOVE     999            TO   RETURN-CODE
              PERFORM  215-CERRAR-POBLACION THRU 215-FIN
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           ADD 1             TO WK-EVIDENCIAS.
           ADD WK-ITEM-CLAVE TO WK-HASH-RB523EV.

       290-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UBICA EN RBLEDSS LA CORRIDA DE LA PARTIDA SEGUN SU POBLACION   *
      *----------------------------------------------------------------*
       295-VINCULAR-CORRIDA.

           MOVE 0 TO SW-CORRIDA-HALLADA.
           IF SW-RBLEDSS-ABIERTO = 0 OR WK-IX-POB = 5
              GO TO 295-FIN
           END-IF.

           EVALUATE WK-IX-POB
               WHEN 1
               WHEN 2
                   PERFORM 275-BUSCAR-ARCHIVO THRU 275-FIN
                   IF SW-ARCH-HALLADO = 1
                      MOVE 'RBD457  '        TO RBLEDG-PROGRAMA
                      MOVE TB-ARC-FECHA(WK-IX-ARCH)
                                             TO RBLEDG-FECHA-PROCESO
                      MOVE TB-ARC-HORA(WK-IX-ARCH)
                                             TO RBLEDG-HORA-INICIO
                      PERFORM 296-LEER-CORRIDA THRU 296-FIN
                   END-IF
               WHEN 3
                   IF WK-IX-TRAMO <= WK-CANT-TRAMOS
                      MOVE TB-TRA-IX-CORRIDA(WK-IX-TRAMO) TO WK-IX-COR
                      IF WK-IX-COR > 0
                         MOVE 'RBD457  '     TO RBLEDG-PROGRAMA
                         MOVE TB-COR-FECHA(WK-IX-COR)
                                             TO RBLEDG-FECHA-PROCESO
                         MOVE TB-COR-HORA(WK-IX-COR)
                                             TO RBLEDG-HORA-INICIO
                         PERFORM 296-LEER-CORRIDA THRU 296-FIN
                      END-IF
                   END-IF
               WHEN 4
      * EL CAMBIO RIGE DESDE LA PRIMERA CORRIDA DE RBD457 POSTERIOR
                   MOVE 'RBD457  '           TO RBLEDG-PROGRAMA
                   MOVE WK-ITEM-FECHA        TO RBLEDG-FECHA-PROCESO
                   COMPUTE RBLEDG-HORA-INICIO = WK-ITEM-HORA * 100
                   START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE
                   IF ES-RBLEDSS = '00'
                      READ RBLEDSS NEXT RECORD
                      IF ES-RBLEDSS = '00' AND
                         RBLEDG-PROGRAMA = 'RBD457  '
                         MOVE 1 TO SW-CORRIDA-HALLADA
                      END-IF
                   END-IF
           END-EVALUATE.

       295-FIN.
           EXIT.

       296-LEER-CORRIDA.

           READ RBLEDSS.
           IF ES-RBLEDSS = '00'
              MOVE 1 TO SW-CORRIDA-HALLADA
           END-IF.

       296-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * GENERADOR CONGRUENCIAL MULTIPLICATIVO (16807, 2**31 - 1). LA   *
      * SEMILLA QUEDA COMO ULTIMO VALOR Y EL ALEATORIO EN (0,1)        *
      *----------------------------------------------------------------*
       700-GENERAR-ALEATORIO.

           COMPUTE WK-LCG-PRODUCTO = WK-LCG-SEMILLA * 16807.
           DIVIDE WK-LCG-PRODUCTO BY WK-LCG-MODULO
                  GIVING WK-LCG-COCIENTE REMAINDER WK-LCG-SEMILLA.
           COMPUTE WK-ALEATORIO = WK-LCG-SEMILLA / WK-LCG-MODULO.

       700-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD523 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF RETURN-CODE NOT = 999
              MOVE SPACES          TO REG-RB523EV-TRL
              MOVE 'TRL'           TO RB523EV-TRL-TIPO-REG
              MOVE WK-EVIDENCIAS   TO RB523EV-TRL-CANT-REGS
              MOVE WK-HASH-RB523EV TO RB523EV-TRL-HASH-CTL
              WRITE REG-RB523EV-TRL
              IF ES-RB523EV NOT = '00'
                 DISPLAY 'ERROR AL GRABAR TRL RB523EV ' ES-RB523EV
                 MOVE     999            TO   RETURN-CODE
              END-IF
           END-IF.

           IF WK-SIN-CORRIDA > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY PARTIDAS MUESTREADAS SIN CORRIDA EN RBLEDSS.'
                      ' SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD523 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGS. LEIDOS               : ' WK-LEIDOS
              DISPLAY 'ELEGIDAS RB457SS           : ' TB-POB-ELEGIDOS(1)
              DISPLAY 'ELEGIDAS RB451SS           : ' TB-POB-ELEGIDOS(2)
              DISPLAY 'ELEGIDAS RB459SS           : ' TB-POB-ELEGIDOS(3)
              DISPLAY 'ELEGIDAS CN286SS           : ' TB-POB-ELEGIDOS(4)
              DISPLAY 'ELEGIDAS RD465SS           : ' TB-POB-ELEGIDOS(5)
              DISPLAY 'EVIDENCIAS GRABADAS        : ' WK-EVIDENCIAS
              DISPLAY 'SIN CORRIDA EN RBLEDSS     : ' WK-SIN-CORRIDA
              DISPLAY '--------------------------------------'.

           CLOSE RB523EV.
           IF SW-RBLEDSS-ABIERTO = 1
              CLOSE RBLEDSS.

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

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD523  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           INITIALIZE RBLEDG-CONTADORES.
           MOVE 8                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS'             TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'ELEGIDAS-RB457SS'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE TB-POB-ELEGIDOS(1)   TO RBLEDG-CONT-VALOR(2).
           MOVE 'ELEGIDAS-RB451SS'   TO RBLEDG-CONT-NOMBRE(3).
           MOVE TB-POB-ELEGIDOS(2)   TO RBLEDG-CONT-VALOR(3).
           MOVE 'ELEGIDAS-RB459SS'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE TB-POB-ELEGIDOS(3)   TO RBLEDG-CONT-VALOR(4).
           MOVE 'ELEGIDAS-CN286SS'   TO RBLEDG-CONT-NOMBRE(5).
           MOVE TB-POB-ELEGIDOS(4)   TO RBLEDG-CONT-VALOR(5).
           MOVE 'ELEGIDAS-RD465SS'   TO RBLEDG-CONT-NOMBRE(6).
           MOVE TB-POB-ELEGIDOS(5)   TO RBLEDG-CONT-VALOR(6).
           MOVE 'EVIDENCIAS'         TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-EVIDENCIAS        TO RBLEDG-CONT-VALOR(7).
           MOVE 'SIN-CORRIDA'        TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-SIN-CORRIDA       TO RBLEDG-CONT-VALOR(8).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

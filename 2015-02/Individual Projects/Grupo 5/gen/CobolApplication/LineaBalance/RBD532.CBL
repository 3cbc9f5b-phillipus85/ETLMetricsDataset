      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : FILTRO DE LISTAS DE SANCIONES SOBRE CN255SE      *
      * OBJETIVO  : CUMPLIMIENTO REVISABA LAS TRANSACCIONES CONTRA   *
      *           : LAS LISTAS DE SANCIONES POR MUESTREO MENSUAL.    *
      *           : ESTE PASO DE LA CADENA NOCTURNA, ANTES DE        *
      *           : RBD457, COMPARA EL TEXTO DE CADA TRANSACCION DEL *
      *           : EXTRACTO (DESCRIPCION, NOTIFICACION Y NOMBRE DE  *
      *           : RED) CONTRA LA LISTA SANCLSS CON NOMBRES         *
      *           : NORMALIZADOS Y UN PUNTAJE CONFIGURABLE. CADA     *
      *           : COINCIDENCIA QUEDA COMO ALERTA PENDIENTE ('P')   *
      *           : EN LA CUSTODIA RB532SS Y EN EL LISTADO RB532LS.  *
      *           : CUMPLIMIENTO LA CONFIRMA ('S') O LA LIBERA ('L') *
      *           : EN LINEA (RDK08408). RBD457 RETIENE FUERA DE LOS *
      *           : EXTRACTOS POR RED LAS PENDIENTES Y CONFIRMADAS Y *
      *           : ENVIA A LAS REDES LAS LIBERADAS ('F')            *
      * FECHA     : 02 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192187                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192187                                       *
      * FECHA  : 02 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM532SS:            *
      *          SCORE-MINIMO=NNN (1 A 100, DEFAULT 85). LOS NOMBRES *
      *          DE LA LISTA Y LOS CAMPOS SE NORMALIZAN IGUAL: A     *
      *          MAYUSCULAS, TODO LO QUE NO ES LETRA O DIGITO PASA A *
      *          SEPARADOR, SE DESCARTAN LAS PALABRAS DE UNA LETRA Y *
      *          LAS DE RELLENO (DE, LA, SA, ...). EL PUNTAJE DE UN  *
      *          NOMBRE DE LA LISTA CONTRA UN CAMPO ES EL PORCENTAJE *
      *          DE SUS PALABRAS PRESENTES EN EL CAMPO; LA ALERTA    *
      *          GUARDA EL MEJOR PUNTAJE DE LOS TRES CAMPOS. UNA     *
      *          TRANSACCION CON ALERTA EN RB532SS NO SE VUELVE A    *
      *          EVALUAR. CON ALERTAS NUEVAS TERMINA CON RC 4        *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD532.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 02 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM532SS   ASSIGN TO SYS001-PARM532SS
                               FILE STATUS ES-PARM532SS.

           SELECT  SANCLSS     ASSIGN TO SYS002-SANCLSS
                               FILE STATUS ES-SANCLSS.

           SELECT  CN255SE     ASSIGN TO SYS003-CN255SE
                               FILE STATUS ES-CN255SE.

           SELECT  RB532SS     ASSIGN TO SYS004-RB532SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB532SS-LLAVE
                               FILE STATUS ES-RB532SS.

           SELECT  RB532LS     ASSIGN TO SYS005-RB532LS
                               FILE STATUS ES-RB532LS.

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
       FD  PARM532SS.
       01  REG-PARM532SS                  PIC X(80).

      *----------------------------------------------------------------*
      * LISTA DE SANCIONES Y VIGILANCIA QUE ENTREGA CUMPLIMIENTO. UN   *
      * REGISTRO POR NOMBRE: LOS ALIAS VIENEN COMO REGISTROS APARTE    *
      * CON EL MISMO ID                                                *
      *----------------------------------------------------------------*
       FD  SANCLSS.
       01  REG-SANCLSS.
           03 SANCL-ID                    PIC X(12).
           03 SANCL-LISTA                 PIC X(10).
           03 SANCL-NOMBRE                PIC X(80).

      *----------------------------------------------------------------*
      * EXTRACTO DIARIO DE TRANSACCIONES, EL MISMO QUE LEE RBD457      *
      *----------------------------------------------------------------*
       FD  CN255SE.
       01  REG-CN255SE.
           03 LLAVE.
              05 CN255SE-NUM-CTA          PIC 9(16).
              05 CN255SE-NUM-TRANSAC      PIC 9(16).
              05 CN255SE-TIP-TRANSAC      PIC X(3).
           03 CN255SE-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 CN255SE-MONEDA              PIC X(3).
           03 CN255SE-FECHA-TRANSAC       PIC 9(8).
           03 CN255SE-HORA-TRANSAC        PIC 9(6).
           03 CN255SE-NOTIFICACION        PIC X(100).
           03 CN255SE-DESCRP-TRANSAC      PIC X(100).
           03 CN255SE-NOMB-ARCH-CARG      PIC X(100).
           03 CN255SE-NOMBRE-RED          PIC X(100).
           03 CN255SE-ENTIDAD             PIC X(2).

      *----------------------------------------------------------------*
      * CUSTODIA DE ALERTAS DE SANCIONES. LA MANTIENEN ESTE PASO (ALTA *
      * DE LAS PENDIENTES), RDK08408 (DECISION DE CUMPLIMIENTO) Y      *
      * RBD457 (RETENCION Y ENVIO DE LAS LIBERADAS A LAS REDES)        *
      *----------------------------------------------------------------*
       FD  RB532SS.
       01  REG-RB532SS.
           03 RB532SS-LLAVE.
              05 RB532SS-NUM-CTA          PIC 9(16).
              05 RB532SS-NUM-TRANSAC      PIC 9(16).
              05 RB532SS-TIP-TRANSAC      PIC X(3).
           03 RB532SS-FECHA-ALERTA        PIC 9(8).
           03 RB532SS-SCORE               PIC 9(3).
           03 RB532SS-CAMPO               PIC X(12).
           03 RB532SS-LISTA-ID            PIC X(12).
           03 RB532SS-LISTA               PIC X(10).
           03 RB532SS-LISTA-NOMBRE        PIC X(80).
           03 RB532SS-TEXTO               PIC X(100).
           03 RB532SS-ESTADO              PIC X(01).
              88 RB532SS-PENDIENTE        VALUE 'P'.
              88 RB532SS-CONFIRMADA       VALUE 'S'.
              88 RB532SS-LIBERADA         VALUE 'L'.
              88 RB532SS-ENVIADA          VALUE 'F'.
           03 RB532SS-USUARIO-DECISION    PIC X(13).
           03 RB532SS-NUM-OFI-DECISION    PIC 9(03).
           03 RB532SS-FECHA-DECISION      PIC 9(8).
           03 RB532SS-HORA-DECISION       PIC 9(6).
           03 RB532SS-OBSERVACION         PIC X(40).
           03 RB532SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB532SS-MONEDA              PIC X(3).
           03 RB532SS-FECHA-TRANSAC       PIC 9(8).
           03 RB532SS-HORA-TRANSAC        PIC 9(6).
           03 RB532SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB532SS-NOMBRE-RED          PIC X(100).
           03 RB532SS-FECHA-RETENCION     PIC 9(8).
           03 RB532SS-RED-ADQUIR          PIC X(2).
           03 RB532SS-ENTIDAD             PIC X(2).
           03 RB532SS-FECHA-ENVIO         PIC 9(8).
           03 RB532SS-CTA-EXTRACTO        PIC 9(16).

      *----------------------------------------------------------------*
      * LISTADO DE REVISION PARA CUMPLIMIENTO                          *
      *----------------------------------------------------------------*
       FD  RB532LS.
       01  REG-RB532LS                    PIC X(132).

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
           03  ES-PARM532SS                 PIC   X(02).
           03  ES-SANCLSS                   PIC   X(02).
           03  ES-CN255SE                   PIC   X(02).
           03  ES-RB532SS                   PIC   X(02).
           03  ES-RB532LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SCORE-MINIMO              PIC   9(03).
           03  WK-LEIDOS-LISTA              PIC   9(10).
           03  WK-NOMBRES-VACIOS            PIC   9(10).
           03  WK-LEIDOS-255                PIC   9(10).
           03  WK-COINCIDENCIAS             PIC   9(10).
           03  WK-YA-ALERTADAS              PIC   9(10).
           03  WK-NUEVAS                    PIC   9(10).
           03  WK-COLA-PENDIENTES           PIC   9(10).
           03  WK-COLA-CONFIRMADAS          PIC   9(10).
           03  WK-COLA-LIBERADAS            PIC   9(10).
           03  WK-COLA-ENVIADAS             PIC   9(10).
           03  WK-SW-FIN-COLA               PIC   9(01).
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
      * NORMALIZACION: TEXTO DE ENTRADA Y PALABRAS RESULTANTES         *
      *----------------------------------------------------------------*
       01  WK-TEXTO                         PIC   X(100).
       01  WK-TEXTO-R REDEFINES WK-TEXTO.
           03  WK-TEXTO-CH OCCURS 100 TIMES
                                            PIC   X(01).

       01  WK-PALABRA                       PIC   X(20).
       01  WK-PALABRA-R REDEFINES WK-PALABRA.
           03  WK-PALABRA-CH OCCURS 20 TIMES
                                            PIC   X(01).

       01  WK-NORMALIZACION.
           03  WK-IX-CH                     PIC   9(03).
           03  WK-LARGO-PALABRA             PIC   9(02).
           03  WK-CANT-PAL                  PIC   9(02).
           03  WK-IX-PAL                    PIC   9(02).
           03  WK-IX-VACIA                  PIC   9(02).
           03  WK-SW-VACIA                  PIC   9(01).
           03  WK-SW-PAL-REPETIDA           PIC   9(01).
           03  WK-IX-PAL-ANT                PIC   9(02).

       01  TB-PALABRAS.
           03  TB-PAL OCCURS 40 TIMES       PIC   X(20).

      * PALABRAS DE RELLENO QUE NO IDENTIFICAN A NADIE
       01  TB-VACIAS-VALORES.
           03  FILLER                       PIC   X(04) VALUE 'DE'.
           03  FILLER                       PIC   X(04) VALUE 'DEL'.
           03  FILLER                       PIC   X(04) VALUE 'LA'.
           03  FILLER                       PIC   X(04) VALUE 'LAS'.
           03  FILLER                       PIC   X(04) VALUE 'LOS'.
           03  FILLER                       PIC   X(04) VALUE 'EL'.
           03  FILLER                       PIC   X(04) VALUE 'SA'.
           03  FILLER                       PIC   X(04) VALUE 'CV'.
           03  FILLER                       PIC   X(04) VALUE 'SRL'.
           03  FILLER                       PIC   X(04) VALUE 'THE'.
           03  FILLER                       PIC   X(04) VALUE 'OF'.
           03  FILLER                       PIC   X(04) VALUE 'AND'.
           03  FILLER                       PIC   X(04) VALUE 'INC'.
           03  FILLER                       PIC   X(04) VALUE 'LTD'.
           03  FILLER                       PIC   X(04) VALUE 'CO'.
           03  FILLER                       PIC   X(04) VALUE 'CIA'.
       01  TB-VACIAS REDEFINES TB-VACIAS-VALORES.
           03  TB-VACIA OCCURS 16 TIMES     PIC   X(04).

      *----------------------------------------------------------------*
      * NOMBRES DE LA LISTA CON SU CANTIDAD DE PALABRAS NORMALIZADAS   *
      * Y EL CONTADOR DE ACIERTOS DEL CAMPO QUE SE ESTA EVALUANDO      *
      *----------------------------------------------------------------*
       01  WK-CANT-LISTA                    PIC   9(05).
       01  TB-LISTA.
           03  TB-LS OCCURS 3000 TIMES.
               05 TB-LS-ID                  PIC  X(12).
               05 TB-LS-LISTA               PIC  X(10).
               05 TB-LS-NOMBRE              PIC  X(80).
               05 TB-LS-CANT-PAL            PIC  9(02).
               05 TB-LS-ACIERTOS            PIC  9(02).

      * PARES PALABRA/NOMBRE DE LA CARGA, PARA ARMAR EL DICCIONARIO
       01  WK-CANT-PARES                    PIC   9(05).
       01  TB-PARES.
           03  TB-PR OCCURS 30000 TIMES.
               05 TB-PR-PALABRA             PIC  X(20).
               05 TB-PR-NOMBRE              PIC  9(05).

      *----------------------------------------------------------------*
      * DICCIONARIO ORDENADO DE PALABRAS DE LA LISTA. CADA PALABRA     *
      * APUNTA A SU TRAMO EN TB-POSICIONES (LOS NOMBRES QUE LA         *
      * CONTIENEN). LA MARCA EVITA CONTAR DOS VECES UNA PALABRA        *
      * REPETIDA EN EL MISMO CAMPO                                     *
      *----------------------------------------------------------------*
       01  WK-CANT-DIC                      PIC   9(05).
       01  TB-DICCIONARIO.
           03  TB-DC OCCURS 20000 TIMES.
               05 TB-DC-PALABRA             PIC  X(20).
               05 TB-DC-INICIO              PIC  9(05).
               05 TB-DC-CANT                PIC  9(05).
               05 TB-DC-LLENOS              PIC  9(05).
               05 TB-DC-MARCA               PIC  9(01).

       01  TB-POSICIONES.
           03  TB-PO-NOMBRE OCCURS 30000 TIMES
                                            PIC  9(05).

       01  WK-BUSQUEDA.
           03  WK-BS-BAJO                   PIC   9(05).
           03  WK-BS-ALTO                   PIC   9(05).
           03  WK-BS-MEDIO                  PIC   9(05).
           03  WK-BS-POSICION               PIC   9(05).
           03  WK-SW-HALLADA                PIC   9(01).
           03  WK-IX-DIC                    PIC   9(05).
           03  WK-IX-MOV                    PIC   9(05).
           03  WK-IX-PAR                    PIC   9(05).
           03  WK-IX-POS                    PIC   9(05).
           03  WK-IX-POS-FIN                PIC   9(05).
           03  WK-IX-NOM                    PIC   9(05).
           03  WK-ACUMULADO                 PIC   9(05).

      * PALABRAS MARCADAS Y NOMBRES TOCADOS POR EL CAMPO EN CURSO
       01  WK-CANT-MARCADAS                 PIC   9(02).
       01  TB-MARCADAS.
           03  TB-MA-DIC OCCURS 40 TIMES    PIC   9(05).
       01  WK-CANT-TOCADOS                  PIC   9(05).
       01  WK-IX-TOC                        PIC   9(05).
       01  TB-TOCADOS.
           03  TB-TO-NOMBRE OCCURS 3000 TIMES
                                            PIC   9(05).

      * MEJOR COINCIDENCIA DE LA TRANSACCION EN LOS TRES CAMPOS
       01  WK-EVALUACION.
           03  WK-CAMPO-EVALUADO            PIC   X(12).
           03  WK-SCORE                     PIC   9(03).
           03  WK-MEJOR-SCORE               PIC   9(03).
           03  WK-MEJOR-NOMBRE              PIC   9(05).
           03  WK-MEJOR-CAMPO               PIC   X(12).
           03  WK-MEJOR-TEXTO               PIC   X(100).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD532'.
           03 FILLER                       PIC X(48) VALUE
              'FILTRO DE LISTAS DE SANCIONES - ALERTAS NUEVAS  '.
           03 FILLER                       PIC X(15) VALUE
              'SCORE-MINIMO : '.
           03 WK-LTI-SCORE                  PIC ZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(16) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(30) VALUE SPACES.

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  CUENTA           TRANSACCION      TIP     '.
           03 FILLER                       PIC X(44) VALUE
              '      MONTO  MON F.TRANS  SCO CAMPO        L'.
           03 FILLER                       PIC X(44) VALUE
              'ISTA      ID           NOMBRE EN LA LISTA   '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-NUM-TRANSAC            PIC 9(16).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-TIP-TRANSAC            PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO                  PIC Z(12)9.99.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-FECHA-TRANSAC          PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-SCORE                  PIC ZZ9.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-CAMPO                  PIC X(12).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-LISTA                  PIC X(10).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-ID                     PIC X(12).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-NOMBRE                 PIC X(21).

       01  WK-LINEA-TEXTO.
           03 FILLER                       PIC X(37) VALUE SPACES.
           03 FILLER                       PIC X(08) VALUE 'TEXTO : '.
           03 WK-LTX-TEXTO                  PIC X(87).

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LTO-LEYENDA                PIC X(40).
           03 WK-LTO-CANT                   PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(80) VALUE SPACES.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 300-FILTRAR-CN255SE   THRU 300-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 400-RESUMIR-COLA      THRU 400-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  WK-NORMALIZACION.
           INITIALIZE  WK-BUSQUEDA.
           MOVE 0  TO WK-CANT-LISTA.
           MOVE 0  TO WK-CANT-PARES.
           MOVE 0  TO WK-CANT-DIC.
           MOVE 85 TO WK-SCORE-MINIMO.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM532SS THRU 101-FIN.
           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  SCORE-MINIMO : ' WK-SCORE-MINIMO.

           PERFORM 120-CARGAR-SANCLSS    THRU 120-FIN.
           PERFORM 130-ARMAR-DICCIONARIO THRU 130-FIN.

           OPEN I-O RB532SS.
           IF   ES-RB532SS = '35'
                OPEN OUTPUT RB532SS
                CLOSE       RB532SS
                OPEN I-O    RB532SS.
           IF   ES-RB532SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB532SS ' ES-RB532SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT CN255SE.
           IF   ES-CN255SE = '97'
                MOVE '00'  TO ES-CN255SE.
           IF   ES-CN255SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN255SE ' ES-CN255SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB532SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB532LS.
           IF   ES-RB532LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB532LS ' ES-RB532LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB532SS CN255SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           MOVE WK-SCORE-MINIMO   TO WK-LTI-SCORE.
           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 310-LEER-CN255SE THRU 310-FIN.

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

       101-LEER-PARM532SS.

           OPEN INPUT PARM532SS.
           IF   ES-PARM532SS = '97'
                MOVE '00'  TO ES-PARM532SS.
           IF   ES-PARM532SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM532SS NOT = '00'
                CLOSE PARM532SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM532SS.
           IF ES-PARM532SS = '00'
              IF REG-PARM532SS = SPACES OR REG-PARM532SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM532SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM532SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM532SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM532SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'SCORE-MINIMO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR
                      WK-PARM-NUMERO < 1 OR WK-PARM-NUMERO > 100
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-SCORE-MINIMO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM532SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM532SS: '
                    REG-PARM532SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CARGA DE LA LISTA DE SANCIONES. SIN LISTA NO SE PUEDE FILTRAR  *
      * Y LA CORRIDA TERMINA CON ERROR PARA QUE RBD457 NO ENVIE A LAS  *
      * REDES SIN HABER PASADO POR EL FILTRO                           *
      *----------------------------------------------------------------*
       120-CARGAR-SANCLSS.

           OPEN INPUT SANCLSS.
           IF   ES-SANCLSS = '97'
                MOVE '00'  TO ES-SANCLSS.
           IF   ES-SANCLSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTA DE SANCIONES SANCLSS '
                         ES-SANCLSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1200-LEER-SANCLSS THRU 1200-FIN
                   UNTIL ES-SANCLSS NOT = '00'.
           CLOSE SANCLSS.

           IF WK-CANT-LISTA = 0
              DISPLAY 'LISTA DE SANCIONES SANCLSS VACIA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           DISPLAY 'NOMBRES DE LA LISTA CARGADOS : ' WK-CANT-LISTA.

       120-FIN.
           EXIT.

       1200-LEER-SANCLSS.

           READ SANCLSS.
           IF ES-SANCLSS NOT = '00'
              GO TO 1200-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-LISTA.
           MOVE SANCL-NOMBRE TO WK-TEXTO.
           PERFORM 800-NORMALIZAR THRU 800-FIN.
           IF WK-CANT-PAL = 0
              ADD 1 TO WK-NOMBRES-VACIOS
              DISPLAY 'AVISO: NOMBRE SIN PALABRAS UTILES EN SANCLSS, '
                      'ID ' SANCL-ID
              GO TO 1200-FIN
           END-IF.

           IF WK-CANT-LISTA >= 3000
              DISPLAY 'TABLA DE NOMBRES LLENA, AMPLIAR TB-LISTA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.
           IF WK-CANT-PARES + WK-CANT-PAL > 30000
              DISPLAY 'TABLA DE PALABRAS LLENA, AMPLIAR TB-PARES'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           ADD 1 TO WK-CANT-LISTA.
           MOVE SANCL-ID     TO TB-LS-ID(WK-CANT-LISTA).
           MOVE SANCL-LISTA  TO TB-LS-LISTA(WK-CANT-LISTA).
           MOVE SANCL-NOMBRE TO TB-LS-NOMBRE(WK-CANT-LISTA).
           MOVE WK-CANT-PAL  TO TB-LS-CANT-PAL(WK-CANT-LISTA).
           MOVE 0            TO TB-LS-ACIERTOS(WK-CANT-LISTA).

           MOVE 0 TO WK-IX-PAL.
           PERFORM 1201-AGREGAR-PALABRA THRU 1201-FIN
                   UNTIL WK-IX-PAL >= WK-CANT-PAL.

       1200-FIN.
           EXIT.

       1201-AGREGAR-PALABRA.

           ADD 1 TO WK-IX-PAL.
           ADD 1 TO WK-CANT-PARES.
           MOVE TB-PAL(WK-IX-PAL) TO TB-PR-PALABRA(WK-CANT-PARES).
           MOVE WK-CANT-LISTA     TO TB-PR-NOMBRE(WK-CANT-PARES).

           MOVE TB-PAL(WK-IX-PAL) TO WK-PALABRA.
           PERFORM 810-BUSCAR-PALABRA THRU 810-FIN.
           IF WK-SW-HALLADA = 0
              PERFORM 1202-INSERTAR-PALABRA THRU 1202-FIN
           END-IF.

       1201-FIN.
           EXIT.

      * LA PALABRA NUEVA ENTRA EN LA POSICION QUE DEJO LA BUSQUEDA,
      * CORRIENDO UN LUGAR LAS QUE LE SIGUEN
       1202-INSERTAR-PALABRA.

           IF WK-CANT-DIC >= 20000
              DISPLAY 'DICCIONARIO DE PALABRAS LLENO, AMPLIAR '
                      'TB-DICCIONARIO'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE WK-CANT-DIC TO WK-IX-MOV.
           PERFORM 1203-CORRER-PALABRA THRU 1203-FIN
                   UNTIL WK-IX-MOV < WK-BS-POSICION.
           ADD 1 TO WK-CANT-DIC.
           MOVE WK-PALABRA TO TB-DC-PALABRA(WK-BS-POSICION).
           MOVE 0          TO TB-DC-INICIO(WK-BS-POSICION).
           MOVE 0          TO TB-DC-CANT(WK-BS-POSICION).
           MOVE 0          TO TB-DC-LLENOS(WK-BS-POSICION).
           MOVE 0          TO TB-DC-MARCA(WK-BS-POSICION).

       1202-FIN.
           EXIT.

       1203-CORRER-PALABRA.

           MOVE TB-DC(WK-IX-MOV) TO TB-DC(WK-IX-MOV + 1).
           SUBTRACT 1 FROM WK-IX-MOV.

       1203-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CON EL DICCIONARIO COMPLETO SE CUENTAN LOS NOMBRES DE CADA     *
      * PALABRA, SE FIJA EL INICIO DE SU TRAMO Y SE LLENAN LAS         *
      * POSICIONES                                                     *
      *----------------------------------------------------------------*
       130-ARMAR-DICCIONARIO.

           MOVE 0 TO WK-IX-PAR.
           PERFORM 1300-CONTAR-PAR THRU 1300-FIN
                   UNTIL WK-IX-PAR >= WK-CANT-PARES.

           MOVE 1 TO WK-ACUMULADO.
           MOVE 0 TO WK-IX-DIC.
           PERFORM 1301-FIJAR-INICIO THRU 1301-FIN
                   UNTIL WK-IX-DIC >= WK-CANT-DIC.

           MOVE 0 TO WK-IX-PAR.
           PERFORM 1302-UBICAR-PAR THRU 1302-FIN
                   UNTIL WK-IX-PAR >= WK-CANT-PARES.

           DISPLAY 'PALABRAS DISTINTAS EN LA LISTA : ' WK-CANT-DIC.

       130-FIN.
           EXIT.

       1300-CONTAR-PAR.

           ADD 1 TO WK-IX-PAR.
           MOVE TB-PR-PALABRA(WK-IX-PAR) TO WK-PALABRA.
           PERFORM 810-BUSCAR-PALABRA THRU 810-FIN.
           ADD 1 TO TB-DC-CANT(WK-BS-POSICION).

       1300-FIN.
           EXIT.

       1301-FIJAR-INICIO.

           ADD 1 TO WK-IX-DIC.
           MOVE WK-ACUMULADO TO TB-DC-INICIO(WK-IX-DIC).
           ADD TB-DC-CANT(WK-IX-DIC) TO WK-ACUMULADO.

       1301-FIN.
           EXIT.

       1302-UBICAR-PAR.

           ADD 1 TO WK-IX-PAR.
           MOVE TB-PR-PALABRA(WK-IX-PAR) TO WK-PALABRA.
           PERFORM 810-BUSCAR-PALABRA THRU 810-FIN.
           COMPUTE WK-IX-POS = TB-DC-INICIO(WK-BS-POSICION) +
                               TB-DC-LLENOS(WK-BS-POSICION).
           MOVE TB-PR-NOMBRE(WK-IX-PAR) TO TB-PO-NOMBRE(WK-IX-POS).
           ADD 1 TO TB-DC-LLENOS(WK-BS-POSICION).

       1302-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FILTRO DE UNA TRANSACCION: SE EVALUAN LOS TRES CAMPOS DE TEXTO *
      * Y SI EL MEJOR PUNTAJE ALCANZA EL MINIMO SE DA DE ALTA LA       *
      * ALERTA, SALVO QUE LA TRANSACCION YA TENGA UNA EN RB532SS       *
      *----------------------------------------------------------------*
       300-FILTRAR-CN255SE.

           MOVE 0      TO WK-MEJOR-SCORE.
           MOVE 0      TO WK-MEJOR-NOMBRE.
           MOVE SPACES TO WK-MEJOR-CAMPO.
           MOVE SPACES TO WK-MEJOR-TEXTO.

           MOVE CN255SE-DESCRP-TRANSAC TO WK-TEXTO.
           MOVE 'DESCRIPCION'          TO WK-CAMPO-EVALUADO.
           PERFORM 820-EVALUAR-CAMPO THRU 820-FIN.
           MOVE CN255SE-NOTIFICACION   TO WK-TEXTO.
           MOVE 'NOTIFICACION'         TO WK-CAMPO-EVALUADO.
           PERFORM 820-EVALUAR-CAMPO THRU 820-FIN.
           MOVE CN255SE-NOMBRE-RED     TO WK-TEXTO.
           MOVE 'NOMBRE-RED'           TO WK-CAMPO-EVALUADO.
           PERFORM 820-EVALUAR-CAMPO THRU 820-FIN.

           IF WK-MEJOR-SCORE NOT < WK-SCORE-MINIMO
              ADD 1 TO WK-COINCIDENCIAS
              PERFORM 320-GRABAR-ALERTA THRU 320-FIN
           END-IF.

           PERFORM 310-LEER-CN255SE THRU 310-FIN.

       300-FIN.
           EXIT.

       310-LEER-CN255SE.

           READ CN255SE.
           IF ES-CN255SE = '00'
              ADD 1 TO WK-LEIDOS-255
           ELSE
              IF ES-CN255SE = '10' OR '46'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO CN255SE ' ES-CN255SE
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
           END-IF.

       310-FIN.
           EXIT.

      * LA ALERTA GUARDA LA TRANSACCION COMPLETA: RBD457 LA NECESITA
      * PARA ENVIARLA A LAS REDES CUANDO CUMPLIMIENTO LA LIBERE
       320-GRABAR-ALERTA.

           MOVE CN255SE-NUM-CTA     TO RB532SS-NUM-CTA.
           MOVE CN255SE-NUM-TRANSAC TO RB532SS-NUM-TRANSAC.
           MOVE CN255SE-TIP-TRANSAC TO RB532SS-TIP-TRANSAC.
           READ RB532SS.
           IF ES-RB532SS = '00'
              ADD 1 TO WK-YA-ALERTADAS
              GO TO 320-FIN
           END-IF.
           IF ES-RB532SS NOT = '23'
              DISPLAY 'ERROR AL LEER ARCHIVO RB532SS ' ES-RB532SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           INITIALIZE REG-RB532SS.
           MOVE CN255SE-NUM-CTA         TO RB532SS-NUM-CTA.
           MOVE CN255SE-NUM-TRANSAC     TO RB532SS-NUM-TRANSAC.
           MOVE CN255SE-TIP-TRANSAC     TO RB532SS-TIP-TRANSAC.
           MOVE WK-FECHA-SISTEMA        TO RB532SS-FECHA-ALERTA.
           MOVE WK-MEJOR-SCORE          TO RB532SS-SCORE.
           MOVE WK-MEJOR-CAMPO          TO RB532SS-CAMPO.
           MOVE TB-LS-ID(WK-MEJOR-NOMBRE)     TO RB532SS-LISTA-ID.
           MOVE TB-LS-LISTA(WK-MEJOR-NOMBRE)  TO RB532SS-LISTA.
           MOVE TB-LS-NOMBRE(WK-MEJOR-NOMBRE) TO RB532SS-LISTA-NOMBRE.
           MOVE WK-MEJOR-TEXTO          TO RB532SS-TEXTO.
           MOVE 'P'                     TO RB532SS-ESTADO.
           MOVE CN255SE-MONTO-TRANSAC   TO RB532SS-MONTO-TRANSAC.
           MOVE CN255SE-MONEDA          TO RB532SS-MONEDA.
           MOVE CN255SE-FECHA-TRANSAC   TO RB532SS-FECHA-TRANSAC.
           MOVE CN255SE-HORA-TRANSAC    TO RB532SS-HORA-TRANSAC.
           MOVE CN255SE-NOMB-ARCH-CARG  TO RB532SS-NOMB-ARCH-CARG.
           MOVE CN255SE-NOMBRE-RED      TO RB532SS-NOMBRE-RED.

           WRITE REG-RB532SS.
           IF ES-RB532SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR ALERTA RB532SS ' ES-RB532SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-NUEVAS.

           MOVE RB532SS-NUM-CTA         TO WK-LDE-NUM-CTA.
           MOVE RB532SS-NUM-TRANSAC     TO WK-LDE-NUM-TRANSAC.
           MOVE RB532SS-TIP-TRANSAC     TO WK-LDE-TIP-TRANSAC.
           MOVE RB532SS-MONTO-TRANSAC   TO WK-LDE-MONTO.
           MOVE RB532SS-MONEDA          TO WK-LDE-MONEDA.
           MOVE RB532SS-FECHA-TRANSAC   TO WK-LDE-FECHA-TRANSAC.
           MOVE RB532SS-SCORE           TO WK-LDE-SCORE.
           MOVE RB532SS-CAMPO           TO WK-LDE-CAMPO.
           MOVE RB532SS-LISTA           TO WK-LDE-LISTA.
           MOVE RB532SS-LISTA-ID        TO WK-LDE-ID.
           MOVE RB532SS-LISTA-NOMBRE    TO WK-LDE-NOMBRE.
           MOVE WK-LINEA-DETALLE        TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE RB532SS-TEXTO           TO WK-LTX-TEXTO.
           MOVE WK-LINEA-TEXTO          TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       320-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ESTADO DE LA COLA DE ALERTAS AL CIERRE DEL FILTRO, PARA QUE    *
      * CUMPLIMIENTO VEA LO QUE SIGUE RETENIDO                         *
      *----------------------------------------------------------------*
       400-RESUMIR-COLA.

           MOVE LOW-VALUES TO RB532SS-LLAVE.
           START RB532SS KEY IS NOT LESS THAN RB532SS-LLAVE.
           IF ES-RB532SS = '00'
              MOVE 0 TO WK-SW-FIN-COLA
              PERFORM 4000-CONTAR-ALERTA THRU 4000-FIN
                      UNTIL WK-SW-FIN-COLA = 1
           END-IF.

           IF WK-NUEVAS = 0
              MOVE '  SIN ALERTAS NUEVAS EN LA CORRIDA' TO REG-RB532LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.
           MOVE SPACES TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 'TRANSACCIONES FILTRADAS'       TO WK-LTO-LEYENDA.
           MOVE WK-LEIDOS-255                   TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'ALERTAS NUEVAS (P)'            TO WK-LTO-LEYENDA.
           MOVE WK-NUEVAS                       TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'COINCIDENCIAS YA ALERTADAS'    TO WK-LTO-LEYENDA.
           MOVE WK-YA-ALERTADAS                 TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'PENDIENTES DE REVISION (P)'    TO WK-LTO-LEYENDA.
           MOVE WK-COLA-PENDIENTES              TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'CONFIRMADAS, RETENIDAS (S)'    TO WK-LTO-LEYENDA.
           MOVE WK-COLA-CONFIRMADAS             TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'LIBERADAS POR ENVIAR (L)'      TO WK-LTO-LEYENDA.
           MOVE WK-COLA-LIBERADAS               TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.
           MOVE 'LIBERADAS ENVIADAS A REDES (F)' TO WK-LTO-LEYENDA.
           MOVE WK-COLA-ENVIADAS                TO WK-LTO-CANT.
           PERFORM 4010-GRABAR-TOTAL THRU 4010-FIN.

       400-FIN.
           EXIT.

       4000-CONTAR-ALERTA.

           READ RB532SS NEXT RECORD.
           IF ES-RB532SS NOT = '00'
              MOVE 1 TO WK-SW-FIN-COLA
              GO TO 4000-FIN
           END-IF.

           EVALUATE TRUE
               WHEN RB532SS-PENDIENTE
                   ADD 1 TO WK-COLA-PENDIENTES
               WHEN RB532SS-CONFIRMADA
                   ADD 1 TO WK-COLA-CONFIRMADAS
               WHEN RB532SS-LIBERADA
                   ADD 1 TO WK-COLA-LIBERADAS
               WHEN RB532SS-ENVIADA
                   ADD 1 TO WK-COLA-ENVIADAS
           END-EVALUATE.

       4000-FIN.
           EXIT.

       4010-GRABAR-TOTAL.

           MOVE WK-LINEA-TOTAL TO REG-RB532LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4010-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB532LS.
           IF ES-RB532LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB532LS ' ES-RB532LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NORMALIZA WK-TEXTO EN TB-PALABRAS: MAYUSCULAS, TODO LO QUE NO  *
      * ES LETRA O DIGITO SEPARA PALABRAS, SE DESCARTAN LAS DE UNA     *
      * LETRA, LAS DE RELLENO Y LAS REPETIDAS                          *
      *----------------------------------------------------------------*
       800-NORMALIZAR.

           INSPECT WK-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0      TO WK-CANT-PAL.
           MOVE 0      TO WK-LARGO-PALABRA.
           MOVE SPACES TO WK-PALABRA.
           MOVE 0      TO WK-IX-CH.
           PERFORM 8000-EXAMINAR-CARACTER THRU 8000-FIN
                   UNTIL WK-IX-CH >= 100.
           PERFORM 8001-CERRAR-PALABRA THRU 8001-FIN.

       800-FIN.
           EXIT.

       8000-EXAMINAR-CARACTER.

           ADD 1 TO WK-IX-CH.
           IF (WK-TEXTO-CH(WK-IX-CH) IS ALPHABETIC-UPPER AND
               WK-TEXTO-CH(WK-IX-CH) NOT = SPACE) OR
              WK-TEXTO-CH(WK-IX-CH) IS NUMERIC
              IF WK-LARGO-PALABRA < 20
                 ADD 1 TO WK-LARGO-PALABRA
                 MOVE WK-TEXTO-CH(WK-IX-CH)
                      TO WK-PALABRA-CH(WK-LARGO-PALABRA)
              END-IF
           ELSE
              PERFORM 8001-CERRAR-PALABRA THRU 8001-FIN
           END-IF.

       8000-FIN.
           EXIT.

       8001-CERRAR-PALABRA.

           IF WK-LARGO-PALABRA > 1
              PERFORM 8004-AGREGAR-PALABRA THRU 8004-FIN
           END-IF.
           MOVE 0      TO WK-LARGO-PALABRA.
           MOVE SPACES TO WK-PALABRA.

       8001-FIN.
           EXIT.

       8002-PROBAR-VACIA.

           ADD 1 TO WK-IX-VACIA.
           IF WK-PALABRA = TB-VACIA(WK-IX-VACIA)
              MOVE 1 TO WK-SW-VACIA.

       8002-FIN.
           EXIT.

       8003-PROBAR-REPETIDA.

           ADD 1 TO WK-IX-PAL-ANT.
           IF WK-PALABRA = TB-PAL(WK-IX-PAL-ANT)
              MOVE 1 TO WK-SW-PAL-REPETIDA.

       8003-FIN.
           EXIT.

       8004-AGREGAR-PALABRA.

           MOVE 0 TO WK-SW-VACIA.
           MOVE 0 TO WK-IX-VACIA.
           PERFORM 8002-PROBAR-VACIA THRU 8002-FIN
                   UNTIL WK-IX-VACIA >= 16 OR WK-SW-VACIA = 1.
           IF WK-SW-VACIA = 1
              GO TO 8004-FIN
           END-IF.

           MOVE 0 TO WK-SW-PAL-REPETIDA.
           MOVE 0 TO WK-IX-PAL-ANT.
           PERFORM 8003-PROBAR-REPETIDA THRU 8003-FIN
                   UNTIL WK-IX-PAL-ANT >= WK-CANT-PAL OR
                         WK-SW-PAL-REPETIDA = 1.
           IF WK-SW-PAL-REPETIDA = 0 AND WK-CANT-PAL < 40
              ADD 1 TO WK-CANT-PAL
              MOVE WK-PALABRA TO TB-PAL(WK-CANT-PAL)
           END-IF.

       8004-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BUSQUEDA BINARIA DE WK-PALABRA EN EL DICCIONARIO. SI NO ESTA,  *
      * WK-BS-POSICION QUEDA DONDE DEBERIA INSERTARSE                  *
      *----------------------------------------------------------------*
       810-BUSCAR-PALABRA.

           MOVE 0 TO WK-SW-HALLADA.
           MOVE 1 TO WK-BS-BAJO.
           MOVE WK-CANT-DIC TO WK-BS-ALTO.
           PERFORM 8100-PARTIR-TRAMO THRU 8100-FIN
                   UNTIL WK-BS-BAJO > WK-BS-ALTO OR WK-SW-HALLADA = 1.
           IF WK-SW-HALLADA = 0
              MOVE WK-BS-BAJO TO WK-BS-POSICION
           END-IF.

       810-FIN.
           EXIT.

       8100-PARTIR-TRAMO.

           COMPUTE WK-BS-MEDIO = (WK-BS-BAJO + WK-BS-ALTO) / 2.
           IF TB-DC-PALABRA(WK-BS-MEDIO) = WK-PALABRA
              MOVE 1           TO WK-SW-HALLADA
              MOVE WK-BS-MEDIO TO WK-BS-POSICION
           ELSE
              IF TB-DC-PALABRA(WK-BS-MEDIO) < WK-PALABRA
                 COMPUTE WK-BS-BAJO = WK-BS-MEDIO + 1
              ELSE
                 IF WK-BS-MEDIO = 1
                    MOVE 0 TO WK-BS-ALTO
                 ELSE
                    COMPUTE WK-BS-ALTO = WK-BS-MEDIO - 1
                 END-IF
              END-IF
           END-IF.

       8100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PUNTAJE DE UN CAMPO: CADA PALABRA DEL CAMPO QUE ESTA EN EL     *
      * DICCIONARIO SUMA UN ACIERTO A LOS NOMBRES QUE LA CONTIENEN. EL *
      * PUNTAJE DE UN NOMBRE ES ACIERTOS * 100 / PALABRAS DEL NOMBRE   *
      *----------------------------------------------------------------*
       820-EVALUAR-CAMPO.

           IF WK-TEXTO = SPACES
              GO TO 820-FIN
           END-IF.

           PERFORM 800-NORMALIZAR THRU 800-FIN.
           MOVE 0 TO WK-CANT-MARCADAS.
           MOVE 0 TO WK-CANT-TOCADOS.
           MOVE 0 TO WK-IX-PAL.
           PERFORM 8200-ACERTAR-PALABRA THRU 8200-FIN
                   UNTIL WK-IX-PAL >= WK-CANT-PAL.

           MOVE 0 TO WK-IX-TOC.
           PERFORM 8202-PUNTUAR-NOMBRE THRU 8202-FIN
                   UNTIL WK-IX-TOC >= WK-CANT-TOCADOS.

           MOVE 0 TO WK-IX-PAL.
           PERFORM 8203-DESMARCAR THRU 8203-FIN
                   UNTIL WK-IX-PAL >= WK-CANT-MARCADAS.

       820-FIN.
           EXIT.

       8200-ACERTAR-PALABRA.

           ADD 1 TO WK-IX-PAL.
           MOVE TB-PAL(WK-IX-PAL) TO WK-PALABRA.
           PERFORM 810-BUSCAR-PALABRA THRU 810-FIN.
           IF WK-SW-HALLADA = 0
              GO TO 8200-FIN
           END-IF.
           IF TB-DC-MARCA(WK-BS-POSICION) = 1
              GO TO 8200-FIN
           END-IF.

           MOVE 1 TO TB-DC-MARCA(WK-BS-POSICION).
           ADD 1 TO WK-CANT-MARCADAS.
           MOVE WK-BS-POSICION TO TB-MA-DIC(WK-CANT-MARCADAS).

           MOVE TB-DC-INICIO(WK-BS-POSICION) TO WK-IX-POS.
           COMPUTE WK-IX-POS-FIN = TB-DC-INICIO(WK-BS-POSICION) +
                                   TB-DC-CANT(WK-BS-POSICION).
           PERFORM 8201-SUMAR-ACIERTO THRU 8201-FIN
                   UNTIL WK-IX-POS >= WK-IX-POS-FIN.

       8200-FIN.
           EXIT.

       8201-SUMAR-ACIERTO.

           MOVE TB-PO-NOMBRE(WK-IX-POS) TO WK-IX-NOM.
           IF TB-LS-ACIERTOS(WK-IX-NOM) = 0
              ADD 1 TO WK-CANT-TOCADOS
              MOVE WK-IX-NOM TO TB-TO-NOMBRE(WK-CANT-TOCADOS)
           END-IF.
           ADD 1 TO TB-LS-ACIERTOS(WK-IX-NOM).
           ADD 1 TO WK-IX-POS.

       8201-FIN.
           EXIT.

       8202-PUNTUAR-NOMBRE.

           ADD 1 TO WK-IX-TOC.
           MOVE TB-TO-NOMBRE(WK-IX-TOC) TO WK-IX-NOM.
           COMPUTE WK-SCORE = (TB-LS-ACIERTOS(WK-IX-NOM) * 100) /
                              TB-LS-CANT-PAL(WK-IX-NOM).
           IF WK-SCORE > WK-MEJOR-SCORE
              MOVE WK-SCORE          TO WK-MEJOR-SCORE
              MOVE WK-IX-NOM         TO WK-MEJOR-NOMBRE
              MOVE WK-CAMPO-EVALUADO TO WK-MEJOR-CAMPO
              MOVE WK-TEXTO          TO WK-MEJOR-TEXTO
           END-IF.
           MOVE 0 TO TB-LS-ACIERTOS(WK-IX-NOM).

       8202-FIN.
           EXIT.

       8203-DESMARCAR.

           ADD 1 TO WK-IX-PAL.
           MOVE TB-MA-DIC(WK-IX-PAL) TO WK-IX-DIC.
           MOVE 0 TO TB-DC-MARCA(WK-IX-DIC).

       8203-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD532 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-NUEVAS > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY ALERTAS NUEVAS DE SANCIONES PARA REVISAR '
                      'EN RB532LS. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD532 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'NOMBRES LEIDOS EN SANCLSS  : ' WK-LEIDOS-LISTA
              DISPLAY 'NOMBRES SIN PALABRAS UTILES: ' WK-NOMBRES-VACIOS
              DISPLAY 'TRANSACCIONES FILTRADAS    : ' WK-LEIDOS-255
              DISPLAY 'COINCIDENCIAS              : ' WK-COINCIDENCIAS
              DISPLAY 'YA ALERTADAS ANTES         : ' WK-YA-ALERTADAS
              DISPLAY 'ALERTAS NUEVAS             : ' WK-NUEVAS
              DISPLAY 'PENDIENTES DE REVISION     : '
                       WK-COLA-PENDIENTES
              DISPLAY 'CONFIRMADAS RETENIDAS      : '
                       WK-COLA-CONFIRMADAS
              DISPLAY 'LIBERADAS POR ENVIAR       : ' WK-COLA-LIBERADAS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE CN255SE
              CLOSE RB532SS
              CLOSE RB532LS
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

           MOVE 'RBD532  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'NOMBRES-LISTA'      TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-LISTA        TO RBLEDG-CONT-VALOR(1).
           MOVE 'LEIDOS-CN255SE'     TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-LEIDOS-255        TO RBLEDG-CONT-VALOR(2).
           MOVE 'ALERTAS-NUEVAS'     TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-NUEVAS            TO RBLEDG-CONT-VALOR(3).
           MOVE 'YA-ALERTADAS'       TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-YA-ALERTADAS      TO RBLEDG-CONT-VALOR(4).
           MOVE 'PENDIENTES'         TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-COLA-PENDIENTES   TO RBLEDG-CONT-VALOR(5).
           MOVE 'CONFIRMADAS'        TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-COLA-CONFIRMADAS  TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONCILIACION DE CARTERA CN285SE CONTRA LA RED    *
      * OBJETIVO  : CADA MES CADA ADQUIRENTE ENTREGA SU CARTERA DE   *
      *           : CUENTAS (CARTRDSS, LA DE LA RED QUE APUNTE LA DD *
      *           : DE ENTRADA). ESTE PASO LA CRUZA POR CUENTA       *
      *           : CONTRA LAS PARAMETRIZACIONES VIGENTES DE CN285SE *
      *           : DE ESA MISMA RED (CN28-RED-ADQUIR, CON LA REGLA  *
      *           : DE VIGENCIA DE FEC-ALTA/FEC-BAJA DE RBD457) Y    *
      *           : LISTA EN RB520LS LAS CUENTAS QUE SOLO TENEMOS    *
      *           : NOSOTROS, LAS QUE SOLO TIENE LA RED Y LAS QUE    *
      *           : DIFIEREN EN DISPOSITIVO (CN28-NUM-DISPOSITIVO) O *
      *           : EN CODIGO DE ADQUIRENTE (CN28-COD-ADQUI), PARA   *
      *           : CORREGIRLAS ANTES DE QUE APAREZCAN COMO          *
      *           : DIFERENCIAS DE LIQUIDACION EN RBD491             *
      * FECHA     : 29 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192172                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192172                                       *
      * FECHA  : 29 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. LA CARTERA DE LA RED  *
      *          TRAE UN REGISTRO 'HDR' CON LA RED Y SU FECHA DE     *
      *          CORTE, LAS CUENTAS CLASIFICADAS POR NUMERO Y UN     *
      *          'TRL' CON LA CANTIDAD. SIN CABECERA O CON UNA       *
      *          CUENTA DESCENDENTE TERMINA CON RETURN-CODE 12 COMO  *
      *          RBD491; UN TRAILER QUE NO CUADRA DEJA RETURN-CODE 8 *
      *          COMO RBD480. UNA CUENTA DE LA CARTERA CON OTRA RED  *
      *          SE RECHAZA Y SE CUENTA. HABIENDO DIFERENCIAS LA     *
      *          CORRIDA DEJA RETURN-CODE 4                          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD520.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 29 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  CARTRDSS    ASSIGN TO SYS001-CARTRDSS
                               FILE STATUS ES-CARTRDSS.

           SELECT  CN285SE     ASSIGN TO SYS002-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  RB520LS     ASSIGN TO SYS003-RB520LS
                               FILE STATUS ES-RB520LS.

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
      * CARTERA DE CUENTAS ENTREGADA POR LA RED: CABECERA 'HDR',       *
      * CUENTAS CLASIFICADAS POR NUMERO Y TRAILER 'TRL'                *
      *----------------------------------------------------------------*
       FD  CARTRDSS.
       01  REG-CARTRDSS.
           03 CARTR-NUM-CTA               PIC 9(16).
           03 CARTR-RED-ADQUIR            PIC X(02).
           03 CARTR-COD-ADQUI             PIC 9(02).
           03 CARTR-NUM-DISPOSITIVO       PIC X(04).
           03 CARTR-FEC-ALTA              PIC 9(08).
       01  REG-CARTRDSS-HDR.
           03 CARTR-HDR-TIPO-REG          PIC X(03).
           03 CARTR-HDR-RED-ADQUIR        PIC X(02).
           03 CARTR-HDR-FECHA-CORTE       PIC 9(08).
       01  REG-CARTRDSS-TRL.
           03 CARTR-TRL-TIPO-REG          PIC X(03).
           03 CARTR-TRL-CANT-REGS         PIC 9(10).

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
      * LISTADO DE DIFERENCIAS DE CARTERA                              *
      *----------------------------------------------------------------*
       FD  RB520LS.
       01  REG-RB520LS                    PIC X(132).

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
           03  ES-CARTRDSS                  PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-RB520LS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN-NUESTRO               PIC   9(01).
           03  SW-FIN-RED                   PIC   9(01).
           03  WK-SW-ELEGIBLE               PIC   9(01).
           03  WK-SW-CN285-BAJA             PIC   9(01).
           03  WK-SW-CN285-VIGENTE          PIC   9(01).
           03  WK-SW-TRL-LEIDO              PIC   9(01).
           03  WK-SW-DIFERENCIA             PIC   9(01).
           03  WK-RED-ADQUIR                PIC   X(02).
           03  WK-FECHA-CORTE-RED           PIC   9(08).
           03  WK-CANT-TRL                  PIC   9(10).
           03  WK-LEIDOS-CN285              PIC   9(10).
           03  WK-CUENTAS-NUESTRAS          PIC   9(10).
           03  WK-CUENTAS-RED               PIC   9(10).
           03  WK-RECHAZADAS-RED            PIC   9(10).
           03  WK-COINCIDENTES              PIC   9(10).
           03  WK-SOLO-NUESTRO              PIC   9(10).
           03  WK-SOLO-RED                  PIC   9(10).
           03  WK-DIF-DISPOSITIVO           PIC   9(10).
           03  WK-DIF-ADQUIRENTE            PIC   9(10).
           03  WK-SEC-RED-ANT               PIC   9(16).
           03  WK-SW-SEC-RED-INI            PIC   9(01).

       01  WK-LLAVE-NUESTRO                 PIC   9(16).
       01  WK-LLAVE-RED                     PIC   9(16).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD520'.
           03 FILLER                       PIC X(56) VALUE
              'CONCILIACION DE CARTERA CN285SE CONTRA LA RED'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(06) VALUE 'RED : '.
           03 WK-LTI-RED                    PIC X(02).
           03 FILLER                       PIC X(16) VALUE
              '   CORTE RED : '.
           03 WK-LTI-CORTE                  PIC 9(08).
           03 FILLER                       PIC X(07).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '                                           N'.
           03 FILLER                       PIC X(44) VALUE
              'UESTRO      RED                             '.
           03 FILLER                       PIC X(44) VALUE SPACES.

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '  DIFERENCIA            CUENTA             A'.
           03 FILLER                       PIC X(44) VALUE
              'D   DISP    AD   DISP    FEC ALTA  FEC BAJA '.
           03 FILLER                       PIC X(44) VALUE SPACES.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-TIPO                   PIC X(20).
           03 FILLER                       PIC X(02).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(03).
           03 WK-LDE-COD-NUESTRO            PIC X(02).
           03 FILLER                       PIC X(03).
           03 WK-LDE-DISP-NUESTRO           PIC X(04).
           03 FILLER                       PIC X(04).
           03 WK-LDE-COD-RED                PIC X(02).
           03 FILLER                       PIC X(03).
           03 WK-LDE-DISP-RED               PIC X(04).
           03 FILLER                       PIC X(04).
           03 WK-LDE-FEC-ALTA               PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LDE-FEC-BAJA               PIC X(08).
           03 FILLER                       PIC X(45).

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02).
           03 WK-LTO-TEXTO                  PIC X(30).
           03 WK-LTO-CANT                   PIC Z(09)9.
           03 FILLER                       PIC X(90).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN-NUESTRO = 1 AND SW-FIN-RED = 1.
           PERFORM 400-TOTALES     THRU 400-FIN.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           PERFORM 106-LEER-FECPRSS THRU 106-FIN.

           OPEN INPUT CARTRDSS.
           IF   ES-CARTRDSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR CARTERA DE LA RED CARTRDSS '
                         ES-CARTRDSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

      * LA CABECERA IDENTIFICA LA RED DE LA CARTERA
           READ CARTRDSS.
           IF   ES-CARTRDSS NOT = '00' OR
                CARTR-HDR-TIPO-REG NOT = 'HDR'
                DISPLAY '*** CARTERA CARTRDSS SIN REGISTRO HDR '
                         ES-CARTRDSS
                MOVE     12            TO   RETURN-CODE
                CLOSE    CARTRDSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE CARTR-HDR-RED-ADQUIR  TO WK-RED-ADQUIR.
           MOVE CARTR-HDR-FECHA-CORTE TO WK-FECHA-CORTE-RED.
           DISPLAY 'CARTERA DE LA RED ' WK-RED-ADQUIR
                   ' CON CORTE AL ' WK-FECHA-CORTE-RED.

           OPEN INPUT CN285SE.
           IF   ES-CN285SE = '97'
                MOVE '00'  TO ES-CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                CLOSE    CARTRDSS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB520LS.
           IF   ES-RB520LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB520LS ' ES-RB520LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    CARTRDSS
                CLOSE    CN285SE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-RED-ADQUIR       TO WK-LTI-RED.
           MOVE WK-FECHA-CORTE-RED  TO WK-LTI-CORTE.
           MOVE WK-LINEA-TITULO     TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 210-LEER-NUESTRO THRU 210-FIN.
           PERFORM 220-LEER-RED     THRU 220-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002 PARA LA VIGENCIA      *
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
      * MERGE POR NUMERO DE CUENTA, MISMO ESQUEMA DE TRES RAMAS QUE    *
      * RBD491                                                         *
      *----------------------------------------------------------------*
       200-PROCESO.

           IF SW-FIN-NUESTRO = 1
              PERFORM 340-SOLO-RED     THRU 340-FIN
              PERFORM 220-LEER-RED     THRU 220-FIN
              GO TO 200-FIN
           END-IF.
           IF SW-FIN-RED = 1
              PERFORM 330-SOLO-NUESTRO THRU 330-FIN
              PERFORM 210-LEER-NUESTRO THRU 210-FIN
              GO TO 200-FIN
           END-IF.

           IF WK-LLAVE-NUESTRO = WK-LLAVE-RED
              PERFORM 300-COMPARAR-CUENTA THRU 300-FIN
              PERFORM 210-LEER-NUESTRO    THRU 210-FIN
              PERFORM 220-LEER-RED        THRU 220-FIN
           ELSE
              IF WK-LLAVE-NUESTRO < WK-LLAVE-RED
                 PERFORM 330-SOLO-NUESTRO THRU 330-FIN
                 PERFORM 210-LEER-NUESTRO THRU 210-FIN
              ELSE
                 PERFORM 340-SOLO-RED     THRU 340-FIN
                 PERFORM 220-LEER-RED     THRU 220-FIN
              END-IF
           END-IF.

       200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SIGUIENTE PARAMETRIZACION VIGENTE DE CN285SE DE LA RED DE LA   *
      * CARTERA; LAS DEMAS SE SALTAN                                   *
      *----------------------------------------------------------------*
       210-LEER-NUESTRO.

           MOVE 0 TO WK-SW-ELEGIBLE.
           PERFORM 2100-LEER-CN285SE THRU 2100-FIN
                   UNTIL SW-FIN-NUESTRO = 1 OR WK-SW-ELEGIBLE = 1.

       210-FIN.
           EXIT.

       2100-LEER-CN285SE.

           READ CN285SE NEXT RECORD

           IF ES-CN285SE = '00'
              ADD 1 TO WK-LEIDOS-CN285
              IF CN285SE-RED-ADQUIR = WK-RED-ADQUIR
                 PERFORM 229-VALIDAR-VIGENCIA-285 THRU 229-FIN
                 IF WK-SW-CN285-VIGENTE = 1
                    MOVE 1 TO WK-SW-ELEGIBLE
                    ADD  1 TO WK-CUENTAS-NUESTRAS
                    MOVE CN285SE-NUM-CTA TO WK-LLAVE-NUESTRO
                 END-IF
              END-IF
           ELSE
            IF ES-CN285SE = '10'
              MOVE 1 TO SW-FIN-NUESTRO
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO CN285SE ' ES-CN285SE
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SIGUIENTE CUENTA DE LA CARTERA DE LA RED. UNA CUENTA DE OTRA   *
      * RED SE RECHAZA Y SE SIGUE LEYENDO                              *
      *----------------------------------------------------------------*
       220-LEER-RED.

           MOVE 0 TO WK-SW-ELEGIBLE.
           PERFORM 2200-LEER-CARTRDSS THRU 2200-FIN
                   UNTIL SW-FIN-RED = 1 OR WK-SW-ELEGIBLE = 1.

       220-FIN.
           EXIT.

       2200-LEER-CARTRDSS.

           READ CARTRDSS

           IF ES-CARTRDSS = '00'
              IF CARTR-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN-RED
                 MOVE 1 TO WK-SW-TRL-LEIDO
                 MOVE CARTR-TRL-CANT-REGS TO WK-CANT-TRL
              ELSE
                 ADD 1 TO WK-CUENTAS-RED
                 PERFORM 221-VALIDAR-SEC-RED THRU 221-FIN
                 IF CARTR-RED-ADQUIR = WK-RED-ADQUIR
                    MOVE 1 TO WK-SW-ELEGIBLE
                    MOVE CARTR-NUM-CTA TO WK-LLAVE-RED
                 ELSE
                    ADD 1 TO WK-RECHAZADAS-RED
                    DISPLAY 'CUENTA ' CARTR-NUM-CTA
                            ' DE LA CARTERA CON RED '
                            CARTR-RED-ADQUIR ', SE RECHAZA'
                 END-IF
              END-IF
           ELSE
            IF ES-CARTRDSS = '10' OR '46'
              MOVE 1 TO SW-FIN-RED
            ELSE
               DISPLAY 'ERROR AL LEER CARTERA CARTRDSS ' ES-CARTRDSS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2200-FIN.
           EXIT.

       221-VALIDAR-SEC-RED.

           IF WK-SW-SEC-RED-INI = 1 AND
              CARTR-NUM-CTA < WK-SEC-RED-ANT
              DISPLAY '*** SECUENCIA ROTA EN CARTRDSS, REGISTRO '
                       WK-CUENTAS-RED
              MOVE     12            TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           MOVE CARTR-NUM-CTA TO WK-SEC-RED-ANT.
           MOVE 1             TO WK-SW-SEC-RED-INI.

       221-FIN.
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

      *----------------------------------------------------------------*
      * CUENTA EN AMBOS LADOS: UNA LINEA POR CADA DATO QUE DIFIERE     *
      *----------------------------------------------------------------*
       300-COMPARAR-CUENTA.

           MOVE 0 TO WK-SW-DIFERENCIA.

           IF CN285SE-NUM-DISPOSITIVO NOT = CARTR-NUM-DISPOSITIVO
              MOVE 1 TO WK-SW-DIFERENCIA
              ADD  1 TO WK-DIF-DISPOSITIVO
              PERFORM 350-ARMAR-AMBOS THRU 350-FIN
              MOVE 'DISPOSITIVO DISTINTO' TO WK-LDE-TIPO
              MOVE WK-LINEA-DETALLE TO REG-RB520LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           IF CN285SE-COD-ADQUI NOT = CARTR-COD-ADQUI
              MOVE 1 TO WK-SW-DIFERENCIA
              ADD  1 TO WK-DIF-ADQUIRENTE
              PERFORM 350-ARMAR-AMBOS THRU 350-FIN
              MOVE 'ADQUIRENTE DISTINTO'  TO WK-LDE-TIPO
              MOVE WK-LINEA-DETALLE TO REG-RB520LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           IF WK-SW-DIFERENCIA = 0
              ADD 1 TO WK-COINCIDENTES
           END-IF.

       300-FIN.
           EXIT.

       330-SOLO-NUESTRO.

           ADD 1 TO WK-SOLO-NUESTRO.
           MOVE SPACES                  TO WK-LINEA-DETALLE.
           MOVE 'SOLO EN CN285SE'       TO WK-LDE-TIPO.
           MOVE CN285SE-NUM-CTA         TO WK-LDE-NUM-CTA.
           MOVE CN285SE-COD-ADQUI       TO WK-LDE-COD-NUESTRO.
           MOVE CN285SE-NUM-DISPOSITIVO TO WK-LDE-DISP-NUESTRO.
           MOVE CN285SE-FEC-ALTA        TO WK-LDE-FEC-ALTA.
           MOVE CN285SE-FEC-BAJA        TO WK-LDE-FEC-BAJA.
           MOVE WK-LINEA-DETALLE        TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       330-FIN.
           EXIT.

       340-SOLO-RED.

           ADD 1 TO WK-SOLO-RED.
           MOVE SPACES                  TO WK-LINEA-DETALLE.
           MOVE 'SOLO EN LA RED'        TO WK-LDE-TIPO.
           MOVE CARTR-NUM-CTA           TO WK-LDE-NUM-CTA.
           MOVE CARTR-COD-ADQUI         TO WK-LDE-COD-RED.
           MOVE CARTR-NUM-DISPOSITIVO   TO WK-LDE-DISP-RED.
           MOVE CARTR-FEC-ALTA          TO WK-LDE-FEC-ALTA.
           MOVE WK-LINEA-DETALLE        TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       340-FIN.
           EXIT.

       350-ARMAR-AMBOS.

           MOVE SPACES                  TO WK-LINEA-DETALLE.
           MOVE CN285SE-NUM-CTA         TO WK-LDE-NUM-CTA.
           MOVE CN285SE-COD-ADQUI       TO WK-LDE-COD-NUESTRO.
           MOVE CN285SE-NUM-DISPOSITIVO TO WK-LDE-DISP-NUESTRO.
           MOVE CARTR-COD-ADQUI         TO WK-LDE-COD-RED.
           MOVE CARTR-NUM-DISPOSITIVO   TO WK-LDE-DISP-RED.
           MOVE CN285SE-FEC-ALTA        TO WK-LDE-FEC-ALTA.
           MOVE CN285SE-FEC-BAJA        TO WK-LDE-FEC-BAJA.

       350-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TOTALES AL PIE DEL LISTADO. EL TRAILER DE LA CARTERA DEBE      *
      * CUADRAR CON LAS CUENTAS LEIDAS                                 *
      *----------------------------------------------------------------*
       400-TOTALES.

           IF WK-SW-TRL-LEIDO = 1 AND
              WK-CANT-TRL NOT = WK-CUENTAS-RED
              DISPLAY '*** TRAILER DE CARTRDSS INFORMA ' WK-CANT-TRL
                      ' CUENTAS Y SE LEYERON ' WK-CUENTAS-RED
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO WK-LINEA-TOTAL.
           MOVE 'VIGENTES EN CN285SE         :' TO WK-LTO-TEXTO.
           MOVE WK-CUENTAS-NUESTRAS              TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'CUENTAS EN LA CARTERA       :' TO WK-LTO-TEXTO.
           MOVE WK-CUENTAS-RED                   TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'RECHAZADAS POR OTRA RED     :' TO WK-LTO-TEXTO.
           MOVE WK-RECHAZADAS-RED                TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'COINCIDENTES                :' TO WK-LTO-TEXTO.
           MOVE WK-COINCIDENTES                  TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'SOLO EN CN285SE             :' TO WK-LTO-TEXTO.
           MOVE WK-SOLO-NUESTRO                  TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'SOLO EN LA RED              :' TO WK-LTO-TEXTO.
           MOVE WK-SOLO-RED                      TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'DISPOSITIVO DISTINTO        :' TO WK-LTO-TEXTO.
           MOVE WK-DIF-DISPOSITIVO               TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'ADQUIRENTE DISTINTO         :' TO WK-LTO-TEXTO.
           MOVE WK-DIF-ADQUIRENTE                TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.

       400-FIN.
           EXIT.

       410-GRABAR-TOTAL.

           MOVE WK-LINEA-TOTAL TO REG-RB520LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       410-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB520LS.
           IF ES-RB520LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB520LS ' ES-RB520LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD520 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-SOLO-NUESTRO > 0 OR WK-SOLO-RED > 0 OR
               WK-DIF-DISPOSITIVO > 0 OR WK-DIF-ADQUIRENTE > 0 OR
               WK-RECHAZADAS-RED > 0) AND RETURN-CODE = 0
              DISPLAY 'HAY DIFERENCIAS DE CARTERA CON LA RED, SE '
                      'DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD520 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'RED DE LA CARTERA          : ' WK-RED-ADQUIR
              DISPLAY 'LEIDOS DE CN285SE          : ' WK-LEIDOS-CN285
              DISPLAY 'VIGENTES DE LA RED         : '
                       WK-CUENTAS-NUESTRAS
              DISPLAY 'CUENTAS EN LA CARTERA      : ' WK-CUENTAS-RED
              DISPLAY 'RECHAZADAS POR OTRA RED    : '
                       WK-RECHAZADAS-RED
              DISPLAY 'COINCIDENTES               : ' WK-COINCIDENTES
              DISPLAY 'SOLO EN CN285SE            : ' WK-SOLO-NUESTRO
              DISPLAY 'SOLO EN LA RED             : ' WK-SOLO-RED
              DISPLAY 'DISPOSITIVO DISTINTO       : '
                       WK-DIF-DISPOSITIVO
              DISPLAY 'ADQUIRENTE DISTINTO        : '
                       WK-DIF-ADQUIRENTE
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE CARTRDSS.
           CLOSE CN285SE.
           CLOSE RB520LS.
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

           MOVE 'RBD520  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 7                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'VIGENTES-CN285SE'   TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CUENTAS-NUESTRAS  TO RBLEDG-CONT-VALOR(1).
           MOVE 'CUENTAS-CARTERA'    TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CUENTAS-RED       TO RBLEDG-CONT-VALOR(2).
           MOVE 'COINCIDENTES'       TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-COINCIDENTES      TO RBLEDG-CONT-VALOR(3).
           MOVE 'SOLO-NUESTRO'       TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SOLO-NUESTRO      TO RBLEDG-CONT-VALOR(4).
           MOVE 'SOLO-RED'           TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SOLO-RED          TO RBLEDG-CONT-VALOR(5).
           MOVE 'DIF-DISPOSITIVO'    TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-DIF-DISPOSITIVO   TO RBLEDG-CONT-VALOR(6).
           MOVE 'DIF-ADQUIRENTE'     TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-DIF-ADQUIRENTE    TO RBLEDG-CONT-VALOR(7).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

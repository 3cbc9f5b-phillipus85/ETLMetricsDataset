      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONCILIACION DE CONFIRMACIONES DEL MAYOR GENERAL *
      * OBJETIVO  : RBD500, RBD516 Y RBD527 GRABAN LA INTERFASE      *
      *           : CONTABLE RBGLISS PERO NUNCA SUPIMOS SI EL MAYOR  *
      *           : POSTEO CADA ASIENTO O LO RECHAZO (CUENTA         *
      *           : CERRADA, CENTRO DE COSTO FALTANTE, ETC.). ESTE   *
      *           : PASO LEE EL ARCHIVO DE CONFIRMACIONES Y RECHAZOS *
      *           : DEL MAYOR (GLCNFSS) Y LO EMPAREJA CONTRA RBGLISS *
      *           : POR LA REFERENCIA DE LA CORRIDA (PROGRAMA, FECHA *
      *           : Y HORA) MAS CUENTA CONTABLE, RED Y MONEDA.       *
      *           : LISTA LO POSTEADO, LO RECHAZADO CON SU MOTIVO Y  *
      *           : LO QUE QUEDO SIN RESPUESTA (RB530LS), Y ARMA LA  *
      *           : INTERFASE CORREGIDA RBGLIRC SOLO CON LOS         *
      *           : ASIENTOS RECHAZADOS. UN LOTE SIN NINGUNA         *
      *           : RESPUESTA DEL MAYOR TERMINA LA CORRIDA EN RC 8,  *
      *           : PARA QUE UN DIA QUE EL MAYOR NO POSTEO NO SE     *
      *           : DESCUBRA RECIEN AL CIERRE DE MES                 *
      * FECHA     : 26 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192185                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192185                                       *
      * FECHA  : 26 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. CADA CONFIRMACION     *
      *          ('P' POSTEADO / 'R' RECHAZADO) SE APLICA AL PRIMER  *
      *          ASIENTO SIN RESPUESTA CON LA MISMA REFERENCIA,      *
      *          CUENTA, RED Y MONEDA; LA QUE NO ENCUENTRA ASIENTO   *
      *          (O TRAE OTRO ESTADO) SE LISTA APARTE. UN POSTEADO   *
      *          CON OTRO MONTO SE INFORMA COMO DIFERENCIA. EL       *
      *          ASIENTO RECHAZADO SALE EN RBGLIRC CON EL MISMO      *
      *          LAYOUT Y REFERENCIA DE RBGLISS Y LA CUENTA CONTABLE *
      *          VUELTA A BUSCAR EN GLCTASS, PARA QUE CONTABILIDAD   *
      *          CORRIJA LA TABLA O EL MAYOR Y SE REENVIE; SU        *
      *          CONFIRMACION SE CONCILIA CORRIENDO ESTE MISMO PASO  *
      *          CON RBGLIRC COMO INTERFASE. RETURN-CODE 4 CON       *
      *          RECHAZOS, ASIENTOS SIN RESPUESTA, CONFIRMACIONES    *
      *          SIN ASIENTO O DIFERENCIAS; 8 SI UN LOTE (UNA        *
      *          REFERENCIA) NO TUVO NINGUNA RESPUESTA O SI NO LLEGO *
      *          GLCNFSS                                             *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD530.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 26 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RBGLISS     ASSIGN TO SYS001-RBGLISS
                               FILE STATUS ES-RBGLISS.

           SELECT  GLCNFSS     ASSIGN TO SYS002-GLCNFSS
                               FILE STATUS ES-GLCNFSS.

           SELECT  GLCTASS     ASSIGN TO SYS003-GLCTASS
                               FILE STATUS ES-GLCTASS.

           SELECT  RBGLIRC     ASSIGN TO SYS004-RBGLIRC
                               FILE STATUS ES-RBGLIRC.

           SELECT  RB530LS     ASSIGN TO SYS005-RB530LS
                               FILE STATUS ES-RB530LS.

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
      * INTERFASE AL MAYOR GENERAL, MISMO LAYOUT QUE GRABA RBD500      *
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
      * CONFIRMACIONES Y RECHAZOS DEL MAYOR GENERAL: UNA POR ASIENTO   *
      * RECIBIDO, CON LA REFERENCIA, CUENTA, RED Y MONEDA TAL COMO     *
      * LLEGARON EN LA INTERFASE                                       *
      *----------------------------------------------------------------*
       FD  GLCNFSS.
       01  REG-GLCNFSS.
           03 GLCNF-REFERENCIA.
              05 GLCNF-REF-PROGRAMA       PIC X(08).
              05 GLCNF-REF-FECHA          PIC 9(08).
              05 GLCNF-REF-HORA           PIC 9(08).
           03 GLCNF-CUENTA-CONTABLE       PIC 9(10).
           03 GLCNF-RED-ADQUIR            PIC X(02).
           03 GLCNF-MONEDA                PIC X(03).
           03 GLCNF-MONTO                 PIC 9(15)V9(02).
           03 GLCNF-ESTADO                PIC X(01).
              88 GLCNF-POSTEADO           VALUE 'P'.
              88 GLCNF-RECHAZADO          VALUE 'R'.
           03 GLCNF-COD-RECHAZO           PIC X(04).
           03 GLCNF-DES-RECHAZO           PIC X(30).
           03 GLCNF-FECHA-CONTABLE        PIC 9(08).
           03 FILLER                      PIC X(21).

      *----------------------------------------------------------------*
      * TABLA DE CUENTAS CONTABLES, MISMO LAYOUT QUE LEE RBD500        *
      *----------------------------------------------------------------*
       FD  GLCTASS.
       01  REG-GLCTASS.
           03 GLCTA-ORIGEN                PIC X(03).
           03 GLCTA-RED-ADQUIR            PIC X(02).
           03 GLCTA-MONEDA                PIC X(03).
           03 GLCTA-CUENTA-CONTABLE       PIC 9(10).

      *----------------------------------------------------------------*
      * INTERFASE CORREGIDA: SOLO LOS ASIENTOS RECHAZADOS, LAYOUT DE   *
      * RBGLISS                                                        *
      *----------------------------------------------------------------*
       FD  RBGLIRC.
       01  REG-RBGLIRC                    PIC X(77).

       FD  RB530LS.
       01  REG-RB530LS                    PIC X(132).

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
           03  ES-RBGLISS                   PIC   X(02).
           03  ES-GLCNFSS                   PIC   X(02).
           03  ES-GLCTASS                   PIC   X(02).
           03  ES-RBGLIRC                   PIC   X(02).
           03  ES-RB530LS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-ARCHIVOS-ABIERTOS      PIC   9(01).
           03  WK-SW-SIN-CONFIRMACIONES     PIC   9(01).
           03  WK-SW-ASIENTO-HALLADO        PIC   9(01).
           03  WK-SW-LOTE-HALLADO           PIC   9(01).
           03  WK-SW-GLCTA-HALLADA          PIC   9(01).
           03  WK-CANT-ASIENTOS             PIC   9(04).
           03  WK-IX-ASIENTO                PIC   9(04).
           03  WK-CANT-LOTES                PIC   9(03).
           03  WK-IX-LOTE                   PIC   9(03).
           03  WK-CANT-GLCTA                PIC   9(03).
           03  WK-IX-GLCTA                  PIC   9(03).
           03  WK-CUENTA-CORREGIDA          PIC   9(10).
           03  WK-CONF-LEIDAS               PIC   9(10).
           03  WK-POSTEADOS                 PIC   9(10).
           03  WK-RECHAZADOS                PIC   9(10).
           03  WK-SIN-RESPUESTA             PIC   9(10).
           03  WK-CONF-SIN-ASIENTO          PIC   9(10).
           03  WK-DIFERENCIAS               PIC   9(10).
           03  WK-REENVIADOS                PIC   9(10).
           03  WK-LOTES-SIN-RESPUESTA       PIC   9(10).

      *----------------------------------------------------------------*
      * ASIENTOS DE LA INTERFASE CON LA RESPUESTA DEL MAYOR            *
      *----------------------------------------------------------------*
       01  TB-ASIENTOS.
           03  TB-AS OCCURS 500 TIMES.
               05 TB-AS-FECHA-PROCESO       PIC  9(08).
               05 TB-AS-REFERENCIA.
                  07 TB-AS-REF-PROGRAMA     PIC  X(08).
                  07 TB-AS-REF-FECHA        PIC  9(08).
                  07 TB-AS-REF-HORA         PIC  9(08).
               05 TB-AS-ORIGEN              PIC  X(03).
               05 TB-AS-RED                 PIC  X(02).
               05 TB-AS-MONEDA              PIC  X(03).
               05 TB-AS-CUENTA              PIC  9(10).
               05 TB-AS-CANT                PIC  9(10).
               05 TB-AS-MONTO               PIC  9(15)V9(02).
               05 TB-AS-ESTADO              PIC  X(01).
                  88 TB-AS-SIN-RESPUESTA    VALUE ' '.
                  88 TB-AS-POSTEADO         VALUE 'P'.
                  88 TB-AS-RECHAZADO        VALUE 'R'.
               05 TB-AS-SW-DIFERENCIA       PIC  9(01).
               05 TB-AS-COD-RECHAZO         PIC  X(04).
               05 TB-AS-DES-RECHAZO         PIC  X(30).

      *----------------------------------------------------------------*
      * TOTALES POR LOTE (REFERENCIA DE CORRIDA) DE LA INTERFASE       *
      *----------------------------------------------------------------*
       01  TB-LOTES.
           03  TB-LT OCCURS 50 TIMES.
               05 TB-LT-REFERENCIA.
                  07 TB-LT-REF-PROGRAMA     PIC  X(08).
                  07 TB-LT-REF-FECHA        PIC  9(08).
                  07 TB-LT-REF-HORA         PIC  9(08).
               05 TB-LT-ASIENTOS            PIC  9(06).
               05 TB-LT-POSTEADOS           PIC  9(06).
               05 TB-LT-RECHAZADOS          PIC  9(06).
               05 TB-LT-SIN-RESPUESTA       PIC  9(06).

       01  TB-CUENTAS-GL.
           03  TB-GL OCCURS 100 TIMES.
               05 TB-GL-ORIGEN              PIC  X(03).
               05 TB-GL-RED                 PIC  X(02).
               05 TB-GL-MONEDA              PIC  X(03).
               05 TB-GL-CUENTA              PIC  9(10).

       01  WK-REFERENCIA-BUSCADA            PIC   X(24).

       01  WK-REG-REENVIO.
           03 WK-RE-FECHA-PROCESO           PIC   9(08).
           03 WK-RE-REFERENCIA              PIC   X(24).
           03 WK-RE-ORIGEN                  PIC   X(03).
           03 WK-RE-RED-ADQUIR              PIC   X(02).
           03 WK-RE-MONEDA                  PIC   X(03).
           03 WK-RE-CUENTA-CONTABLE         PIC   9(10).
           03 WK-RE-CANT-TRANSAC            PIC   9(10).
           03 WK-RE-MONTO                   PIC   9(15)V9(02).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD530'.
           03 FILLER                       PIC X(50) VALUE
              'CONCILIACION DE CONFIRMACIONES DEL MAYOR GENERAL'.
           03 FILLER                       PIC X(19) VALUE
              'FECHA DE PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(47) VALUE SPACES.

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70) VALUE SPACES.

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  PROGRAMA FECHA    HORA     ORI RD MON CUEN'.
           03 FILLER                       PIC X(44) VALUE
              'TA                      MONTO RESULTADO     '.
           03 FILLER                       PIC X(44) VALUE
              ' COD  MOTIVO                                '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LDE-REF-PROGRAMA           PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-REF-FECHA              PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-REF-HORA               PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-ORIGEN                 PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-CUENTA                 PIC 9(10).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-RESULTADO              PIC X(14).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-COD                    PIC X(04).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LDE-MOTIVO                 PIC X(30).
           03 FILLER                       PIC X(08) VALUE SPACES.

       01  WK-MOTIVO-CORRECCION.
           03 FILLER                       PIC X(16) VALUE
              'CUENTA ANTERIOR '.
           03 WK-MCO-CUENTA                 PIC 9(10).
           03 FILLER                       PIC X(04) VALUE SPACES.

       01  WK-LINEA-LOTE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LLO-REF-PROGRAMA           PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LLO-REF-FECHA              PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACES.
           03 WK-LLO-REF-HORA               PIC 9(08).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(10) VALUE
              'ASIENTOS: '.
           03 WK-LLO-ASIENTOS               PIC ZZZZZ9.
           03 FILLER                       PIC X(13) VALUE
              '  POSTEADOS: '.
           03 WK-LLO-POSTEADOS              PIC ZZZZZ9.
           03 FILLER                       PIC X(14) VALUE
              '  RECHAZADOS: '.
           03 WK-LLO-RECHAZADOS             PIC ZZZZZ9.
           03 FILLER                       PIC X(17) VALUE
              '  SIN RESPUESTA: '.
           03 WK-LLO-SIN-RESPUESTA          PIC ZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WK-LLO-AVISO                  PIC X(22).

       01  WK-LINEA-TOTAL-1.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(12) VALUE
              'POSTEADOS : '.
           03 WK-LT1-POSTEADOS              PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(13) VALUE
              'RECHAZADOS : '.
           03 WK-LT1-RECHAZADOS             PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(16) VALUE
              'SIN RESPUESTA : '.
           03 WK-LT1-SIN-RESPUESTA          PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(51) VALUE SPACES.

       01  WK-LINEA-TOTAL-2.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(26) VALUE
              'CONFIRMACIONES SIN ASIENTO'.
           03 FILLER                       PIC X(03) VALUE ' : '.
           03 WK-LT2-SIN-ASIENTO            PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(15) VALUE
              'DIFERENCIAS : '.
           03 WK-LT2-DIFERENCIAS            PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(13) VALUE
              'REENVIADOS : '.
           03 WK-LT2-REENVIADOS             PIC ZZZZZZZZZ9.
           03 FILLER                       PIC X(35) VALUE SPACES.

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR          THRU 100-FIN.
           PERFORM 200-CARGAR-RBGLISS       THRU 200-FIN.
           PERFORM 300-APLICAR-GLCNFSS      THRU 300-FIN.
           PERFORM 400-LISTAR-ASIENTOS      THRU 400-FIN.
           PERFORM 500-LISTAR-LOTES         THRU 500-FIN.
           PERFORM 990-FINALIZAR            THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-ASIENTOS.
           INITIALIZE  TB-LOTES.
           INITIALIZE  TB-CUENTAS-GL.

           PERFORM 110-LEER-FECPRSS     THRU 110-FIN.
           PERFORM 130-CARGAR-GLCTASS   THRU 130-FIN.

           OPEN INPUT RBGLISS.
           IF   ES-RBGLISS = '97'
                MOVE '00'  TO ES-RBGLISS.
           IF   ES-RBGLISS NOT = '00'
                DISPLAY 'ERROR AL ABRIR INTERFASE RBGLISS ' ES-RBGLISS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN INPUT GLCNFSS.
           IF   ES-GLCNFSS = '97'
                MOVE '00'  TO ES-GLCNFSS.
           IF   ES-GLCNFSS = '35'
                DISPLAY 'AVISO: NO LLEGO EL ARCHIVO DE CONFIRMACIONES '
                        'GLCNFSS DEL MAYOR'
                MOVE 1     TO WK-SW-SIN-CONFIRMACIONES
           ELSE
             IF ES-GLCNFSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR CONFIRMACIONES GLCNFSS '
                         ES-GLCNFSS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBGLISS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RBGLIRC.
           IF   ES-RBGLIRC NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR INTERFASE CORREGIDA RBGLIRC '
                         ES-RBGLIRC
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBGLISS
                IF WK-SW-SIN-CONFIRMACIONES = 0
                   CLOSE GLCNFSS
                END-IF
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB530LS.
           IF   ES-RB530LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB530LS ' ES-RB530LS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RBGLISS RBGLIRC
                IF WK-SW-SIN-CONFIRMACIONES = 0
                   CLOSE GLCNFSS
                END-IF
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           MOVE 1 TO WK-SW-ARCHIVOS-ABIERTOS.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

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

       130-CARGAR-GLCTASS.

           MOVE 0  TO WK-CANT-GLCTA.
           OPEN INPUT GLCTASS.
           IF   ES-GLCTASS = '97'
                MOVE '00'  TO ES-GLCTASS.
           IF   ES-GLCTASS = '00'
                PERFORM 1300-LEER-GLCTASS THRU 1300-FIN
                        UNTIL ES-GLCTASS NOT = '00'
                CLOSE GLCTASS
           END-IF.
           DISPLAY 'CUENTAS CONTABLES CARGADAS : ' WK-CANT-GLCTA.

       130-FIN.
           EXIT.

       1300-LEER-GLCTASS.

           READ GLCTASS.
           IF ES-GLCTASS = '00'
              IF WK-CANT-GLCTA >= 100
                 DISPLAY 'TABLA DE CUENTAS CONTABLES LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-GLCTA
              MOVE GLCTA-ORIGEN          TO TB-GL-ORIGEN(WK-CANT-GLCTA)
              MOVE GLCTA-RED-ADQUIR      TO TB-GL-RED(WK-CANT-GLCTA)
              MOVE GLCTA-MONEDA          TO TB-GL-MONEDA(WK-CANT-GLCTA)
              MOVE GLCTA-CUENTA-CONTABLE TO TB-GL-CUENTA(WK-CANT-GLCTA)
           END-IF.

       1300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CARGA DE LA INTERFASE: UN RENGLON POR ASIENTO, SIN RESPUESTA,  *
      * Y LOS LOTES (REFERENCIAS) QUE APARECEN EN ELLA                 *
      *----------------------------------------------------------------*
       200-CARGAR-RBGLISS.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RBGLISS THRU 2000-FIN
                   UNTIL SW-FIN = 1.

           DISPLAY 'ASIENTOS EN LA INTERFASE   : ' WK-CANT-ASIENTOS.
           DISPLAY 'LOTES EN LA INTERFASE      : ' WK-CANT-LOTES.

       200-FIN.
           EXIT.

       2000-LEER-RBGLISS.

           READ RBGLISS.
           IF ES-RBGLISS = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-RBGLISS NOT = '00'
              DISPLAY 'ERROR AL LEER INTERFASE RBGLISS ' ES-RBGLISS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF WK-CANT-ASIENTOS >= 500
              DISPLAY 'TABLA DE ASIENTOS LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-CANT-ASIENTOS.
           MOVE WK-CANT-ASIENTOS TO WK-IX-ASIENTO.
           MOVE RBGLI-FECHA-PROCESO   TO
                TB-AS-FECHA-PROCESO(WK-IX-ASIENTO).
           MOVE RBGLI-REFERENCIA      TO
                TB-AS-REFERENCIA(WK-IX-ASIENTO).
           MOVE RBGLI-ORIGEN          TO TB-AS-ORIGEN(WK-IX-ASIENTO).
           MOVE RBGLI-RED-ADQUIR      TO TB-AS-RED(WK-IX-ASIENTO).
           MOVE RBGLI-MONEDA          TO TB-AS-MONEDA(WK-IX-ASIENTO).
           MOVE RBGLI-CUENTA-CONTABLE TO TB-AS-CUENTA(WK-IX-ASIENTO).
           MOVE RBGLI-CANT-TRANSAC    TO TB-AS-CANT(WK-IX-ASIENTO).
           MOVE RBGLI-MONTO           TO TB-AS-MONTO(WK-IX-ASIENTO).
           MOVE SPACES                TO TB-AS-ESTADO(WK-IX-ASIENTO).

           MOVE RBGLI-REFERENCIA TO WK-REFERENCIA-BUSCADA.
           PERFORM 210-UBICAR-LOTE THRU 210-FIN.
           IF WK-SW-LOTE-HALLADO = 0
              IF WK-CANT-LOTES >= 50
                 DISPLAY 'TABLA DE LOTES LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-LOTES
              MOVE WK-CANT-LOTES    TO WK-IX-LOTE
              MOVE RBGLI-REFERENCIA TO TB-LT-REFERENCIA(WK-IX-LOTE)
           END-IF.
           ADD 1 TO TB-LT-ASIENTOS(WK-IX-LOTE).

       2000-FIN.
           EXIT.

       210-UBICAR-LOTE.

           MOVE 0 TO WK-IX-LOTE.
           MOVE 0 TO WK-SW-LOTE-HALLADO.
           PERFORM 2100-PROBAR-LOTE THRU 2100-FIN
                   UNTIL WK-IX-LOTE >= WK-CANT-LOTES OR
                         WK-SW-LOTE-HALLADO = 1.

       210-FIN.
           EXIT.

       2100-PROBAR-LOTE.

           ADD 1 TO WK-IX-LOTE.
           IF TB-LT-REFERENCIA(WK-IX-LOTE) = WK-REFERENCIA-BUSCADA
              MOVE 1 TO WK-SW-LOTE-HALLADO.

       2100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CADA CONFIRMACION SE APLICA AL PRIMER ASIENTO SIN RESPUESTA    *
      * CON LA MISMA REFERENCIA, CUENTA, RED Y MONEDA. LA QUE NO       *
      * ENCUENTRA ASIENTO SE LISTA EN ESTA SECCION                     *
      *----------------------------------------------------------------*
       300-APLICAR-GLCNFSS.

           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'CONFIRMACIONES DEL MAYOR SIN ASIENTO EN LA INTERFASE'
                                   TO WK-LSE-TEXTO.
           MOVE SPACES             TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-SECCION   TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF WK-SW-SIN-CONFIRMACIONES = 0
              MOVE 0 TO SW-FIN
              PERFORM 3000-LEER-GLCNFSS THRU 3000-FIN
                      UNTIL SW-FIN = 1
           END-IF.

           IF WK-CONF-SIN-ASIENTO = 0
              MOVE SPACES          TO WK-LINEA-SECCION
              MOVE '  NINGUNA'     TO WK-LSE-TEXTO
              MOVE WK-LINEA-SECCION TO REG-RB530LS
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

       300-FIN.
           EXIT.

       3000-LEER-GLCNFSS.

           READ GLCNFSS.
           IF ES-GLCNFSS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-GLCNFSS NOT = '00'
              DISPLAY 'ERROR AL LEER CONFIRMACIONES GLCNFSS '
                       ES-GLCNFSS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CONF-LEIDAS.
           MOVE SPACES TO WK-LINEA-DETALLE.

           IF NOT GLCNF-POSTEADO AND NOT GLCNF-RECHAZADO
              MOVE 'ESTADO INVALID' TO WK-LDE-RESULTADO
              PERFORM 320-LISTAR-SIN-ASIENTO THRU 320-FIN
              GO TO 3000-FIN
           END-IF.

           MOVE 0 TO WK-IX-ASIENTO.
           MOVE 0 TO WK-SW-ASIENTO-HALLADO.
           PERFORM 3010-PROBAR-ASIENTO THRU 3010-FIN
                   UNTIL WK-IX-ASIENTO >= WK-CANT-ASIENTOS OR
                         WK-SW-ASIENTO-HALLADO = 1.

           IF WK-SW-ASIENTO-HALLADO = 0
              MOVE 'SIN ASIENTO'   TO WK-LDE-RESULTADO
              PERFORM 320-LISTAR-SIN-ASIENTO THRU 320-FIN
              GO TO 3000-FIN
           END-IF.

           MOVE GLCNF-REFERENCIA TO WK-REFERENCIA-BUSCADA.
           PERFORM 210-UBICAR-LOTE THRU 210-FIN.

           IF GLCNF-POSTEADO
              MOVE 'P' TO TB-AS-ESTADO(WK-IX-ASIENTO)
              ADD 1    TO WK-POSTEADOS
              ADD 1    TO TB-LT-POSTEADOS(WK-IX-LOTE)
              IF GLCNF-MONTO NOT = TB-AS-MONTO(WK-IX-ASIENTO)
                 MOVE 1 TO TB-AS-SW-DIFERENCIA(WK-IX-ASIENTO)
                 ADD  1 TO WK-DIFERENCIAS
              END-IF
           ELSE
              MOVE 'R' TO TB-AS-ESTADO(WK-IX-ASIENTO)
              MOVE GLCNF-COD-RECHAZO TO
                   TB-AS-COD-RECHAZO(WK-IX-ASIENTO)
              MOVE GLCNF-DES-RECHAZO TO
                   TB-AS-DES-RECHAZO(WK-IX-ASIENTO)
              ADD 1    TO WK-RECHAZADOS
              ADD 1    TO TB-LT-RECHAZADOS(WK-IX-LOTE)
           END-IF.

       3000-FIN.
           EXIT.

       3010-PROBAR-ASIENTO.

           ADD 1 TO WK-IX-ASIENTO.
           IF TB-AS-SIN-RESPUESTA(WK-IX-ASIENTO) AND
              TB-AS-REFERENCIA(WK-IX-ASIENTO) = GLCNF-REFERENCIA AND
              TB-AS-CUENTA(WK-IX-ASIENTO) = GLCNF-CUENTA-CONTABLE AND
              TB-AS-RED(WK-IX-ASIENTO) = GLCNF-RED-ADQUIR AND
              TB-AS-MONEDA(WK-IX-ASIENTO) = GLCNF-MONEDA
              MOVE 1 TO WK-SW-ASIENTO-HALLADO.

       3010-FIN.
           EXIT.

       320-LISTAR-SIN-ASIENTO.

           ADD 1 TO WK-CONF-SIN-ASIENTO.
           MOVE GLCNF-REF-PROGRAMA    TO WK-LDE-REF-PROGRAMA.
           MOVE GLCNF-REF-FECHA       TO WK-LDE-REF-FECHA.
           MOVE GLCNF-REF-HORA        TO WK-LDE-REF-HORA.
           MOVE SPACES                TO WK-LDE-ORIGEN.
           MOVE GLCNF-RED-ADQUIR      TO WK-LDE-RED.
           MOVE GLCNF-MONEDA          TO WK-LDE-MONEDA.
           MOVE GLCNF-CUENTA-CONTABLE TO WK-LDE-CUENTA.
           MOVE GLCNF-MONTO           TO WK-LDE-MONTO.
           MOVE GLCNF-COD-RECHAZO     TO WK-LDE-COD.
           MOVE GLCNF-DES-RECHAZO     TO WK-LDE-MOTIVO.
           MOVE WK-LINEA-DETALLE      TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       320-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DETALLE DE CADA ASIENTO CON SU RESPUESTA. EL RECHAZADO SE      *
      * REARMA EN RBGLIRC                                              *
      *----------------------------------------------------------------*
       400-LISTAR-ASIENTOS.

           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'ASIENTOS DE LA INTERFASE RBGLISS' TO WK-LSE-TEXTO.
           MOVE SPACES             TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-SECCION   TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-ASIENTO.
           PERFORM 4000-LISTAR-UNO THRU 4000-FIN
                   UNTIL WK-IX-ASIENTO >= WK-CANT-ASIENTOS.

       400-FIN.
           EXIT.

       4000-LISTAR-UNO.

           ADD 1 TO WK-IX-ASIENTO.

           MOVE SPACES TO WK-LINEA-DETALLE.
           MOVE TB-AS-REF-PROGRAMA(WK-IX-ASIENTO)
                                       TO WK-LDE-REF-PROGRAMA.
           MOVE TB-AS-REF-FECHA(WK-IX-ASIENTO) TO WK-LDE-REF-FECHA.
           MOVE TB-AS-REF-HORA(WK-IX-ASIENTO)  TO WK-LDE-REF-HORA.
           MOVE TB-AS-ORIGEN(WK-IX-ASIENTO)    TO WK-LDE-ORIGEN.
           MOVE TB-AS-RED(WK-IX-ASIENTO)       TO WK-LDE-RED.
           MOVE TB-AS-MONEDA(WK-IX-ASIENTO)    TO WK-LDE-MONEDA.
           MOVE TB-AS-CUENTA(WK-IX-ASIENTO)    TO WK-LDE-CUENTA.
           MOVE TB-AS-MONTO(WK-IX-ASIENTO)     TO WK-LDE-MONTO.

           EVALUATE TRUE
               WHEN TB-AS-POSTEADO(WK-IX-ASIENTO)
                   IF TB-AS-SW-DIFERENCIA(WK-IX-ASIENTO) = 1
                      MOVE 'POSTEADO DIF' TO WK-LDE-RESULTADO
                      MOVE 'EL MAYOR POSTEO OTRO MONTO'
                                          TO WK-LDE-MOTIVO
                   ELSE
                      MOVE 'POSTEADO'     TO WK-LDE-RESULTADO
                   END-IF
               WHEN TB-AS-RECHAZADO(WK-IX-ASIENTO)
                   MOVE 'RECHAZADO'       TO WK-LDE-RESULTADO
                   MOVE TB-AS-COD-RECHAZO(WK-IX-ASIENTO)
                                          TO WK-LDE-COD
                   MOVE TB-AS-DES-RECHAZO(WK-IX-ASIENTO)
                                          TO WK-LDE-MOTIVO
               WHEN OTHER
                   MOVE 'SIN RESPUESTA'   TO WK-LDE-RESULTADO
                   ADD 1 TO WK-SIN-RESPUESTA
                   MOVE TB-AS-REFERENCIA(WK-IX-ASIENTO)
                                          TO WK-REFERENCIA-BUSCADA
                   PERFORM 210-UBICAR-LOTE THRU 210-FIN
                   ADD 1 TO TB-LT-SIN-RESPUESTA(WK-IX-LOTE)
           END-EVALUATE.

           MOVE WK-LINEA-DETALLE      TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           IF TB-AS-RECHAZADO(WK-IX-ASIENTO)
              PERFORM 410-REENVIAR-ASIENTO THRU 410-FIN
           END-IF.

       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ASIENTO RECHAZADO A LA INTERFASE CORREGIDA: MISMO REGISTRO Y   *
      * REFERENCIA, CON LA CUENTA CONTABLE QUE HOY DA GLCTASS. SI LA   *
      * TABLA NO LA CAMBIO SALE IGUAL Y SE AVISA EN EL LISTADO         *
      *----------------------------------------------------------------*
       410-REENVIAR-ASIENTO.

           PERFORM 4100-BUSCAR-CUENTA THRU 4100-FIN.

           MOVE TB-AS-FECHA-PROCESO(WK-IX-ASIENTO)
                                        TO WK-RE-FECHA-PROCESO.
           MOVE TB-AS-REFERENCIA(WK-IX-ASIENTO)  TO WK-RE-REFERENCIA.
           MOVE TB-AS-ORIGEN(WK-IX-ASIENTO)      TO WK-RE-ORIGEN.
           MOVE TB-AS-RED(WK-IX-ASIENTO)         TO WK-RE-RED-ADQUIR.
           MOVE TB-AS-MONEDA(WK-IX-ASIENTO)      TO WK-RE-MONEDA.
           MOVE WK-CUENTA-CORREGIDA         TO WK-RE-CUENTA-CONTABLE.
           MOVE TB-AS-CANT(WK-IX-ASIENTO)        TO WK-RE-CANT-TRANSAC.
           MOVE TB-AS-MONTO(WK-IX-ASIENTO)       TO WK-RE-MONTO.

           WRITE REG-RBGLIRC FROM WK-REG-REENVIO.
           IF ES-RBGLIRC NOT = '00'
              DISPLAY 'ERROR AL GRABAR INTERFASE CORREGIDA RBGLIRC '
                       ES-RBGLIRC
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-REENVIADOS.

           MOVE 'REENVIO'             TO WK-LDE-RESULTADO.
           MOVE SPACES                TO WK-LDE-COD.
           MOVE WK-CUENTA-CORREGIDA   TO WK-LDE-CUENTA.
           IF WK-SW-GLCTA-HALLADA = 0
              MOVE 'SIN CUENTA EN GLCTASS'     TO WK-LDE-MOTIVO
           ELSE
              IF WK-CUENTA-CORREGIDA = TB-AS-CUENTA(WK-IX-ASIENTO)
                 MOVE 'MISMA CUENTA, CORREGIR MAYOR' TO WK-LDE-MOTIVO
              ELSE
                 MOVE TB-AS-CUENTA(WK-IX-ASIENTO) TO WK-MCO-CUENTA
                 MOVE WK-MOTIVO-CORRECCION     TO WK-LDE-MOTIVO
              END-IF
           END-IF.
           MOVE WK-LINEA-DETALLE      TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       410-FIN.
           EXIT.

       4100-BUSCAR-CUENTA.

           MOVE 0 TO WK-CUENTA-CORREGIDA.
           MOVE 0 TO WK-IX-GLCTA.
           MOVE 0 TO WK-SW-GLCTA-HALLADA.
           PERFORM 4110-PROBAR-CUENTA THRU 4110-FIN
                   UNTIL WK-IX-GLCTA >= WK-CANT-GLCTA OR
                         WK-SW-GLCTA-HALLADA = 1.

       4100-FIN.
           EXIT.

       4110-PROBAR-CUENTA.

           ADD 1 TO WK-IX-GLCTA.
           IF TB-GL-ORIGEN(WK-IX-GLCTA) = TB-AS-ORIGEN(WK-IX-ASIENTO)
              AND TB-GL-MONEDA(WK-IX-GLCTA) =
                  TB-AS-MONEDA(WK-IX-ASIENTO)
              AND (TB-GL-RED(WK-IX-GLCTA) =
                   TB-AS-RED(WK-IX-ASIENTO) OR
                   TB-GL-RED(WK-IX-GLCTA) = SPACES)
              MOVE TB-GL-CUENTA(WK-IX-GLCTA) TO WK-CUENTA-CORREGIDA
              MOVE 1 TO WK-SW-GLCTA-HALLADA.

       4110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TOTALES POR LOTE. UN LOTE SIN NINGUNA RESPUESTA ES UN DIA QUE  *
      * EL MAYOR NO PROCESO                                            *
      *----------------------------------------------------------------*
       500-LISTAR-LOTES.

           MOVE SPACES TO WK-LINEA-SECCION.
           MOVE 'TOTALES POR LOTE (REFERENCIA DE CORRIDA)'
                                   TO WK-LSE-TEXTO.
           MOVE SPACES             TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-SECCION   TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-LOTE.
           PERFORM 5000-LISTAR-LOTE THRU 5000-FIN
                   UNTIL WK-IX-LOTE >= WK-CANT-LOTES.

           MOVE WK-POSTEADOS          TO WK-LT1-POSTEADOS.
           MOVE WK-RECHAZADOS         TO WK-LT1-RECHAZADOS.
           MOVE WK-SIN-RESPUESTA      TO WK-LT1-SIN-RESPUESTA.
           MOVE WK-CONF-SIN-ASIENTO   TO WK-LT2-SIN-ASIENTO.
           MOVE WK-DIFERENCIAS        TO WK-LT2-DIFERENCIAS.
           MOVE WK-REENVIADOS         TO WK-LT2-REENVIADOS.
           MOVE SPACES                TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL-1      TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-TOTAL-2      TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       500-FIN.
           EXIT.

       5000-LISTAR-LOTE.

           ADD 1 TO WK-IX-LOTE.

           MOVE SPACES TO WK-LLO-AVISO.
           MOVE TB-LT-REF-PROGRAMA(WK-IX-LOTE)  TO WK-LLO-REF-PROGRAMA.
           MOVE TB-LT-REF-FECHA(WK-IX-LOTE)     TO WK-LLO-REF-FECHA.
           MOVE TB-LT-REF-HORA(WK-IX-LOTE)      TO WK-LLO-REF-HORA.
           MOVE TB-LT-ASIENTOS(WK-IX-LOTE)      TO WK-LLO-ASIENTOS.
           MOVE TB-LT-POSTEADOS(WK-IX-LOTE)     TO WK-LLO-POSTEADOS.
           MOVE TB-LT-RECHAZADOS(WK-IX-LOTE)    TO WK-LLO-RECHAZADOS.
           MOVE TB-LT-SIN-RESPUESTA(WK-IX-LOTE)
                                         TO WK-LLO-SIN-RESPUESTA.

           IF TB-LT-POSTEADOS(WK-IX-LOTE) = 0 AND
              TB-LT-RECHAZADOS(WK-IX-LOTE) = 0
              MOVE 'LOTE SIN RESPUESTA' TO WK-LLO-AVISO
              ADD 1 TO WK-LOTES-SIN-RESPUESTA
              DISPLAY 'EL MAYOR NO RESPONDIO NINGUN ASIENTO DEL LOTE '
                       TB-LT-REFERENCIA(WK-IX-LOTE)
           END-IF.

           MOVE WK-LINEA-LOTE         TO REG-RB530LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       5000-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB530LS.
           IF ES-RB530LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB530LS ' ES-RB530LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD530 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-LOTES-SIN-RESPUESTA > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY LOTES DE LA INTERFASE SIN NINGUNA RESPUESTA '
                      'DEL MAYOR. SE DEVUELVE RETURN-CODE 8'
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF (WK-RECHAZADOS > 0 OR WK-SIN-RESPUESTA > 0 OR
               WK-CONF-SIN-ASIENTO > 0 OR WK-DIFERENCIAS > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY ASIENTOS RECHAZADOS, SIN RESPUESTA, CON '
                      'DIFERENCIA O CONFIRMACIONES SIN ASIENTO. SE '
                      'DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD530 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'ASIENTOS EN LA INTERFASE   : ' WK-CANT-ASIENTOS
              DISPLAY 'CONFIRMACIONES LEIDAS      : ' WK-CONF-LEIDAS
              DISPLAY 'POSTEADOS                  : ' WK-POSTEADOS
              DISPLAY 'POSTEADOS CON DIFERENCIA   : ' WK-DIFERENCIAS
              DISPLAY 'RECHAZADOS                 : ' WK-RECHAZADOS
              DISPLAY 'SIN RESPUESTA              : ' WK-SIN-RESPUESTA
              DISPLAY 'CONFIRMACIONES SIN ASIENTO : '
                       WK-CONF-SIN-ASIENTO
              DISPLAY 'REENVIADOS EN RBGLIRC      : ' WK-REENVIADOS
              DISPLAY 'LOTES SIN RESPUESTA        : '
                       WK-LOTES-SIN-RESPUESTA
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-ARCHIVOS-ABIERTOS = 1
              CLOSE RBGLISS
              IF WK-SW-SIN-CONFIRMACIONES = 0
                 CLOSE GLCNFSS
              END-IF
              CLOSE RBGLIRC
              CLOSE RB530LS
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

           MOVE 'RBD530  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 7                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'ASIENTOS'             TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-ASIENTOS       TO RBLEDG-CONT-VALOR(1).
           MOVE 'POSTEADOS'            TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-POSTEADOS           TO RBLEDG-CONT-VALOR(2).
           MOVE 'RECHAZADOS'           TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-RECHAZADOS          TO RBLEDG-CONT-VALOR(3).
           MOVE 'SIN-RESPUESTA'        TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-SIN-RESPUESTA       TO RBLEDG-CONT-VALOR(4).
           MOVE 'CONF-SIN-ASIENTO'     TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-CONF-SIN-ASIENTO    TO RBLEDG-CONT-VALOR(5).
           MOVE 'DIFERENCIAS'          TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-DIFERENCIAS         TO RBLEDG-CONT-VALOR(6).
           MOVE 'LOTES-SIN-RESPUESTA'  TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-LOTES-SIN-RESPUESTA TO RBLEDG-CONT-VALOR(7).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : CONTRATOS DE REDES ADQUIRIENTES - VENCIMIENTO Y  *
      *           : PLAN DE MIGRACION                                *
      * OBJETIVO  : REDTAB DICE QUE RED ES VALIDA Y A DONDE VA SU    *
      *           : EXTRACTO, PERO NADA DEL CONTRATO COMERCIAL. EL   *
      *           : REGISTRO REDCON (UNO POR RED, GOBERNADO POR      *
      *           : VERSIONES EN RBD506) GUARDA INICIO, FIN, DIAS DE *
      *           : PREAVISO, ESTADO Y LA RED SUCESORA. ESTE REPORTE *
      *           : MENSUAL LISTA LAS REDES CUYO CONTRATO VENCE      *
      *           : DENTRO DEL PREAVISO (O YA VENCIO), CON LAS       *
      *           : CUENTAS VIGENTES DE CN285SE Y EL VOLUMEN RECIENTE*
      *           : DEL HISTORICO RBHISSS QUE TODAVIA RUTEAN A ESA   *
      *           : RED, Y CUANDO LA SUCESORA YA ESTA ELEGIDA GENERA *
      *           : LAS TARJETAS CN287SE DE RBD478 QUE MUEVEN ESAS   *
      *           : CUENTAS                                          *
      * FECHA     : 13 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192180                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192180                                       *
      * FECHA  : 13 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM526SS PALABRA-    *
      *          CLAVE=VALOR, TODAS OPCIONALES:                      *
      *             FECHA-CORTE=  FECHA CONTRA LA QUE SE MIDE EL     *
      *                           PREAVISO (FECHA DE PROCESO)        *
      *             DIAS-VOLUMEN= DIAS DE RBHISSS QUE SE SUMAN COMO  *
      *                           VOLUMEN RECIENTE (30)              *
      *             TARJETAS=     S GENERA CN287SE (DEFAULT), N SOLO *
      *                           LISTA                              *
      *          REDCON ES LA EXTRACCION VIGENTE DE RBD506 (MODO E,  *
      *          TABLA=REDCON). ESTADOS: V VIGENTE, N EN             *
      *          NEGOCIACION, S EN SALIDA, T TERMINADO. UNA RED      *
      *          ENTRA AL REPORTE SI LE QUEDAN DIAS-PREAVISO O MENOS *
      *          HASTA FECHA-FIN, SEA CUAL SEA SU ESTADO. CUENTA      *
      *          VIGENTE ES LA MISMA REGLA DE RBD457 (229): ALTA NO  *
      *          POSTERIOR AL CORTE Y SIN BAJA O CON BAJA POSTERIOR. *
      *          LAS TARJETAS SON 'M' CON LA IMAGEN COMPLETA DE LA   *
      *          CUENTA Y LA RED SUCESORA, ASI RBD478 LAS DEJA       *
      *          PENDIENTES EN CN289SS PARA LA APROBACION A CUATRO   *
      *          OJOS; SOLO SE GENERAN SI LA SUCESORA EXISTE EN      *
      *          REDTAB Y ES OTRA RED. RC 4 SI UN CONTRATO VENCIDO   *
      *          TIENE CUENTAS VIGENTES O UNA SUCESORA ES INVALIDA   *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192183                                       *
      * FECHA  : 20 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LAS TARJETAS DEL CARGADOR RBD478 (LAYOUT CN287SE)   *
      *          GANAN AL FINAL LA FECHA EFECTIVA DEL CAMBIO; ESTE   *
      *          PROCESO LA GRABA EN CERO (APLICAR AL APROBAR)       *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 28 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: REDCON GANA LA ENTIDAD QUE CONTRATA LA RED (REDCON- *
      *          ENTIDAD, TOMADA DEL FILLER; BLANCO = '01', EL BANCO *
      *          PRINCIPAL). LA LEE RBD542 PARA IDENTIFICAR LAS      *
      *          TRANSACCIONES ENTRE ENTIDADES DEL GRUPO; ESTE       *
      *          REPORTE NO LA USA                                   *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD526.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 13 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM526SS   ASSIGN TO SYS001-PARM526SS
                               FILE STATUS ES-PARM526SS.

           SELECT  REDCON      ASSIGN TO SYS002-REDCON
                               FILE STATUS ES-REDCON.

           SELECT  REDTAB      ASSIGN TO SYS003-REDTAB
                               FILE STATUS ES-REDTAB.

           SELECT  CN285SE     ASSIGN TO SYS004-CN285SE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CN285SE-NUM-CTA
                               FILE STATUS ES-CN285SE.

           SELECT  RBHISSS     ASSIGN TO SYS005-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  RB526LS     ASSIGN TO SYS006-RB526LS
                               FILE STATUS ES-RB526LS.

           SELECT  CN287SE     ASSIGN TO SYS007-CN287SE
                               FILE STATUS ES-CN287SE.

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
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM526SS.
       01  REG-PARM526SS                  PIC X(80).

      *----------------------------------------------------------------*
      * REGISTRO DE CONTRATOS POR RED (IMAGEN DE 120 DE RBD506)        *
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
              88 REDCON-VIGENTE           VALUE 'V'.
              88 REDCON-EN-NEGOCIACION    VALUE 'N'.
              88 REDCON-EN-SALIDA         VALUE 'S'.
              88 REDCON-TERMINADO         VALUE 'T'.
           03 REDCON-RED-SUCESORA         PIC X(02).
           03 REDCON-ENTIDAD              PIC X(02).
           03 FILLER                      PIC X(44).

       FD  REDTAB.
       01  REG-REDTAB.
           03 REDTAB-COD                  PIC X(2).
           03 REDTAB-NOMBRE               PIC X(30).
           03 REDTAB-IND-EXTRACTO         PIC X(1).
           03 REDTAB-ASIGNACION           PIC X(14).

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
      * HISTORICO DE TRANSACCIONES QUE MANTIENE RBD493                 *
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

       FD  RB526LS.
       01  REG-RB526LS                    PIC X(132).

      *----------------------------------------------------------------*
      * TARJETAS DE MANTENIMIENTO MASIVO PARA RBD478 (LAYOUT CN287SE)  *
      *----------------------------------------------------------------*
       FD  CN287SE.
       01  REG-CN287SE.
           03 CN287-TIP-ACCION            PIC X(01).
           03 CN287-NUM-CTA               PIC 9(16).
           03 CN287-DISP                  PIC X(03).
           03 CN287-LOCALIZACION          PIC X(01).
           03 CN287-ORIGEN                PIC X(03).
           03 CN287-APLIC-ORIGEN          PIC X(02).
           03 CN287-APLIC-DEST            PIC X(02).
           03 CN287-RED-ADQUIR            PIC X(02).
           03 CN287-COD-ADQUI             PIC 9(02).
           03 CN287-NUM-DISPOSITIVO       PIC X(04).
           03 CN287-DESCRIPCION           PIC X(100).
           03 CN287-IND-ENCRIPCION        PIC X(01).
           03 CN287-LLAVE-ENCRP           PIC X(09).
           03 CN287-FEC-ALTA              PIC 9(08).
           03 CN287-FEC-BAJA              PIC 9(08).
           03 CN287-ENTIDAD               PIC X(02).
           03 CN287-FECHA-EFECTIVA        PIC 9(08).

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
           03  ES-PARM526SS                 PIC   X(02).
           03  ES-REDCON                    PIC   X(02).
           03  ES-REDTAB                    PIC   X(02).
           03  ES-CN285SE                   PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-RB526LS                   PIC   X(02).
           03  ES-CN287SE                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-CN287SE-ABIERTO           PIC   9(01).
           03  WK-SW-TARJETAS               PIC   X(01).
               88 WK-GENERA-TARJETAS        VALUE 'S'.
           03  WK-SW-RED-HALLADA            PIC   9(01).
           03  WK-FECHA-CORTE               PIC   9(08).
           03  WK-DIAS-VOLUMEN              PIC   9(03).
           03  WK-LEIDOS-REDCON             PIC   9(10).
           03  WK-LEIDOS-CN285SE            PIC   9(10).
           03  WK-LEIDOS-RBHISSS            PIC   9(10).
           03  WK-CTAS-A-MIGRAR             PIC   9(10).
           03  WK-TARJETAS                  PIC   9(10).
           03  WK-CANT-AVISOS               PIC   9(05).
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

      * REDES DEL MAESTRO REDTAB, MISMA CAPACIDAD QUE RBD478
       01  WK-CANT-REDES                    PIC   9(02).
       01  WK-IX-RED                        PIC   9(02).
       01  TB-REDES.
           03  TB-RED OCCURS 50 TIMES.
               05 TB-RED-COD                PIC  X(02).
               05 TB-RED-NOMBRE             PIC  X(30).

      * CONTRATOS DENTRO DEL PREAVISO
       01  WK-CANT-CONTRATOS                PIC   9(02).
       01  WK-IX-CON                        PIC   9(02).
       01  TB-CONTRATOS.
           03  TB-CON OCCURS 50 TIMES.
               05 TB-CON-COD                PIC  X(02).
               05 TB-CON-NOMBRE             PIC  X(30).
               05 TB-CON-CONTRATO           PIC  X(20).
               05 TB-CON-INICIO             PIC  9(08).
               05 TB-CON-FIN                PIC  9(08).
               05 TB-CON-PREAVISO           PIC  9(03).
               05 TB-CON-DIAS-REST          PIC S9(05).
               05 TB-CON-ESTADO             PIC  X(01).
               05 TB-CON-SUCESORA           PIC  X(02).
               05 TB-CON-SW-SUCESORA        PIC  9(01).
                  88 TB-CON-SUCESORA-VALIDA VALUE 1.
               05 TB-CON-CUENTAS            PIC  9(09).
               05 TB-CON-TRX-CANT           PIC  9(10).
               05 TB-CON-TRX-MONTO          PIC  9(15)V9(02).
               05 TB-CON-TARJETAS           PIC  9(09).

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
       01  WK-JDN-CORTE                     PIC   9(08).
       01  WK-JDN-VOLUMEN                   PIC   9(08).

       01  WK-FECHA-SISTEMA                 PIC       9(8).
       01  WK-HORA-INICIO                   PIC       9(8).
       01  WK-HORA-FIN                      PIC       9(8).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD526'.
           03 FILLER                       PIC X(52) VALUE
              'CONTRATOS DE REDES DENTRO DEL PREAVISO (REDCON)'.
           03 FILLER                       PIC X(15) VALUE
              'FECHA CORTE : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(18) VALUE
              '  DIAS VOLUMEN : '.
           03 WK-LTI-DIAS                   PIC ZZ9.
           03 FILLER                       PIC X(28).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  RED NOMBRE               INICIO   FIN     '.
           03 FILLER                       PIC X(44) VALUE
              'PREAV  RESTAN E SUC   CTAS VIG   TRX RECIENT'.
           03 FILLER                       PIC X(44) VALUE
              'ES         MONTO RECIENTE  TARJETAS AVISO   '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-RED                    PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NOMBRE                 PIC X(20).
           03 FILLER                       PIC X(01).
           03 WK-LDE-INICIO                 PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-FIN                    PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-PREAVISO               PIC ZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-DIAS-REST              PIC -----9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-ESTADO                 PIC X(01).
           03 FILLER                       PIC X(01).
           03 WK-LDE-SUCESORA               PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-CUENTAS                PIC Z(8)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TRX-CANT               PIC Z(11)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TRX-MONTO              PIC Z(14)9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TARJETAS               PIC Z(8)9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-AVISO                  PIC X(12).
           03 FILLER                       PIC X(05).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           PERFORM 200-CARGAR-REDCON   THRU 200-FIN.
           IF WK-CANT-CONTRATOS > 0
              PERFORM 300-RECORRER-CN285SE THRU 300-FIN
              PERFORM 400-RECORRER-RBHISSS THRU 400-FIN
           END-IF.
           PERFORM 500-LISTAR-CONTRATOS THRU 500-FIN.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.

           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-CONTRATOS.
           MOVE 30  TO WK-DIAS-VOLUMEN.
           MOVE 'S' TO WK-SW-TARJETAS.

           PERFORM 106-LEER-FECPRSS   THRU 106-FIN.
           PERFORM 101-LEER-PARM526SS THRU 101-FIN.
           IF WK-FECHA-CORTE = 0
              MOVE WK-FECHA-SISTEMA TO WK-FECHA-CORTE
           END-IF.

           MOVE WK-FECHA-CORTE TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-CORTE.
           COMPUTE WK-JDN-VOLUMEN = WK-JDN-CORTE - WK-DIAS-VOLUMEN + 1.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.
           DISPLAY 'FECHA DE CORTE   : ' WK-FECHA-CORTE.
           DISPLAY 'DIAS DE VOLUMEN  : ' WK-DIAS-VOLUMEN.
           DISPLAY 'GENERA TARJETAS  : ' WK-SW-TARJETAS.

           PERFORM 104-CARGAR-TABLA-REDES THRU 104-FIN.

           OPEN OUTPUT RB526LS.
           IF   ES-RB526LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB526LS ' ES-RB526LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           IF WK-GENERA-TARJETAS
              OPEN OUTPUT CN287SE
              IF ES-CN287SE NOT = '00'
                 DISPLAY 'ERROR AL ABRIR TARJETAS CN287SE ' ES-CN287SE
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              MOVE 1 TO SW-CN287SE-ABIERTO
           END-IF.

       100-FIN.
           EXIT.

       101-LEER-PARM526SS.

           OPEN INPUT PARM526SS.
           IF   ES-PARM526SS = '97'
                MOVE '00'  TO ES-PARM526SS.
           IF   ES-PARM526SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM526SS NOT = '00'
                CLOSE PARM526SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM526SS.
           IF ES-PARM526SS = '00'
              IF REG-PARM526SS = SPACES OR REG-PARM526SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM526SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM526SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM526SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM526SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'FECHA-CORTE'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 8
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-FECHA-CORTE
               WHEN 'DIAS-VOLUMEN'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0 OR
                      WK-PARM-NUMERO > 366
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-VOLUMEN
               WHEN 'TARJETAS'
                   IF WK-PARM-VALOR NOT = 'S' AND 'N'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:1) TO WK-SW-TARJETAS
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM526SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM526SS: '
                    REG-PARM526SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

       104-CARGAR-TABLA-REDES.

           MOVE 0  TO WK-CANT-REDES.
           OPEN INPUT REDTAB.
           IF   ES-REDTAB = '97'
                MOVE '00'  TO ES-REDTAB.
           IF   ES-REDTAB = '00'
                PERFORM 1040-LEER-REDTAB THRU 1040-FIN
                        UNTIL ES-REDTAB NOT = '00'
                CLOSE REDTAB
           END-IF.
           DISPLAY 'REDES VALIDAS CARGADAS EN TABLA : ' WK-CANT-REDES.

       104-FIN.
           EXIT.

       1040-LEER-REDTAB.

           READ REDTAB.
           IF ES-REDTAB = '00'
              IF WK-CANT-REDES >= 50
                 DISPLAY 'TABLA DE REDES LLENA, SE DESCARTA LA RED '
                          REDTAB-COD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-REDES
              MOVE REDTAB-COD    TO TB-RED-COD(WK-CANT-REDES)
              MOVE REDTAB-NOMBRE TO TB-RED-NOMBRE(WK-CANT-REDES)
           END-IF.

       1040-FIN.
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
      * CONTRATOS CON DIAS-PREAVISO O MENOS HASTA FECHA-FIN (LOS YA    *
      * VENCIDOS QUEDAN CON DIAS RESTANTES NEGATIVOS)                  *
      *----------------------------------------------------------------*
       200-CARGAR-REDCON.

           OPEN INPUT REDCON.
           IF   ES-REDCON NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO REDCON ' ES-REDCON
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 210-LEER-REDCON THRU 210-FIN
                   UNTIL SW-FIN = 1.
           CLOSE REDCON.

           DISPLAY 'CONTRATOS DENTRO DEL PREAVISO : ' WK-CANT-CONTRATOS.

       200-FIN.
           EXIT.

       210-LEER-REDCON.

           READ REDCON.
           IF ES-REDCON NOT = '00'
              IF ES-REDCON = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER REGISTRO REDCON ' ES-REDCON
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 210-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-REDCON.

           IF REDCON-FECHA-FIN NOT NUMERIC OR REDCON-FECHA-FIN = 0 OR
              REDCON-DIAS-PREAVISO NOT NUMERIC
              DISPLAY 'AVISO: CONTRATO DE LA RED ' REDCON-COD
                      ' SIN FECHA-FIN O PREAVISO VALIDO, SE OMITE'
              GO TO 210-FIN
           END-IF.

           MOVE REDCON-FECHA-FIN TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           IF WK-JDN > WK-JDN-CORTE + REDCON-DIAS-PREAVISO
              GO TO 210-FIN
           END-IF.

           IF WK-CANT-CONTRATOS >= 50
              DISPLAY 'TABLA DE CONTRATOS LLENA, SE DESCARTA LA RED '
                       REDCON-COD
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CANT-CONTRATOS.
           MOVE WK-CANT-CONTRATOS TO WK-IX-CON.
           MOVE REDCON-COD           TO TB-CON-COD(WK-IX-CON).
           MOVE REDCON-CONTRATO      TO TB-CON-CONTRATO(WK-IX-CON).
           MOVE REDCON-FECHA-INICIO  TO TB-CON-INICIO(WK-IX-CON).
           MOVE REDCON-FECHA-FIN     TO TB-CON-FIN(WK-IX-CON).
           MOVE REDCON-DIAS-PREAVISO TO TB-CON-PREAVISO(WK-IX-CON).
           MOVE REDCON-ESTADO        TO TB-CON-ESTADO(WK-IX-CON).
           MOVE REDCON-RED-SUCESORA  TO TB-CON-SUCESORA(WK-IX-CON).
           COMPUTE TB-CON-DIAS-REST(WK-IX-CON) = WK-JDN - WK-JDN-CORTE.
           PERFORM 830-VALIDAR-CONTRATO THRU 830-FIN.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CUENTAS VIGENTES DE CADA RED DEL REPORTE Y, SI LA SUCESORA YA  *
      * ESTA ELEGIDA, SU TARJETA 'M' DE MIGRACION                      *
      *----------------------------------------------------------------*
       300-RECORRER-CN285SE.

           OPEN INPUT CN285SE.
           IF   ES-CN285SE NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO CN285SE ' ES-CN285SE
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 310-LEER-CN285SE THRU 310-FIN
                   UNTIL SW-FIN = 1.
           CLOSE CN285SE.

       300-FIN.
           EXIT.

       310-LEER-CN285SE.

           READ CN285SE NEXT RECORD.
           IF ES-CN285SE NOT = '00'
              IF ES-CN285SE = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO CN285SE ' ES-CN285SE
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 310-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-CN285SE.

           IF CN285SE-FEC-ALTA > WK-FECHA-CORTE
              GO TO 310-FIN
           END-IF.
           IF CN285SE-FEC-BAJA > 0 AND
              CN285SE-FEC-BAJA <= WK-FECHA-CORTE
              GO TO 310-FIN
           END-IF.

           PERFORM 820-BUSCAR-CONTRATO THRU 820-FIN.
           IF WK-IX-CON = 0
              GO TO 310-FIN
           END-IF.

           ADD 1 TO TB-CON-CUENTAS(WK-IX-CON).
           ADD 1 TO WK-CTAS-A-MIGRAR.

           IF WK-GENERA-TARJETAS AND
              TB-CON-SUCESORA-VALIDA(WK-IX-CON)
              PERFORM 320-GRABAR-TARJETA THRU 320-FIN
           END-IF.

       310-FIN.
           EXIT.

       320-GRABAR-TARJETA.

           MOVE 'M'                      TO CN287-TIP-ACCION.
           MOVE CN285SE-NUM-CTA          TO CN287-NUM-CTA.
           MOVE CN285SE-DISP             TO CN287-DISP.
           MOVE CN285SE-LOCALIZACION     TO CN287-LOCALIZACION.
           MOVE CN285SE-ORIGEN           TO CN287-ORIGEN.
           MOVE CN285SE-APLIC-ORIGEN     TO CN287-APLIC-ORIGEN.
           MOVE CN285SE-APLIC-DEST       TO CN287-APLIC-DEST.
           MOVE TB-CON-SUCESORA(WK-IX-CON) TO CN287-RED-ADQUIR.
           MOVE CN285SE-COD-ADQUI        TO CN287-COD-ADQUI.
           MOVE CN285SE-NUM-DISPOSITIVO  TO CN287-NUM-DISPOSITIVO.
           MOVE CN285SE-DESCRIPCION      TO CN287-DESCRIPCION.
           MOVE CN285SE-IND-ENCRIPCION   TO CN287-IND-ENCRIPCION.
           MOVE CN285SE-LLAVE-ENCRP      TO CN287-LLAVE-ENCRP.
           MOVE CN285SE-FEC-ALTA         TO CN287-FEC-ALTA.
           MOVE CN285SE-FEC-BAJA         TO CN287-FEC-BAJA.
           MOVE CN285SE-ENTIDAD          TO CN287-ENTIDAD.
           MOVE 0                        TO CN287-FECHA-EFECTIVA.

           WRITE REG-CN287SE.
           IF ES-CN287SE NOT = '00'
              DISPLAY 'ERROR AL GRABAR TARJETAS CN287SE ' ES-CN287SE
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           ADD 1 TO TB-CON-TARJETAS(WK-IX-CON).
           ADD 1 TO WK-TARJETAS.

       320-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * VOLUMEN RECIENTE: TRANSACCIONES DE RBHISSS DE LOS ULTIMOS      *
      * DIAS-VOLUMEN DIAS HASTA EL CORTE, POR RED ADQUIRIENTE          *
      *----------------------------------------------------------------*
       400-RECORRER-RBHISSS.

           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'AVISO: HISTORICO RBHISSS NO DISPONIBLE '
                         ES-RBHISSS ', EL REPORTE SALE SIN VOLUMEN'
                GO TO 400-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 410-LEER-RBHISSS THRU 410-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RBHISSS.

       400-FIN.
           EXIT.

       410-LEER-RBHISSS.

           READ RBHISSS NEXT RECORD.
           IF ES-RBHISSS NOT = '00'
              IF ES-RBHISSS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO RBHISSS ' ES-RBHISSS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 410-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-RBHISSS.

           IF RBHIS-FECHA-TRANSAC > WK-FECHA-CORTE
              GO TO 410-FIN
           END-IF.
           MOVE RBHIS-FECHA-TRANSAC TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           IF WK-JDN < WK-JDN-VOLUMEN
              GO TO 410-FIN
           END-IF.

           MOVE RBHIS-RED-ADQUIR TO CN285SE-RED-ADQUIR.
           PERFORM 820-BUSCAR-CONTRATO THRU 820-FIN.
           IF WK-IX-CON = 0
              GO TO 410-FIN
           END-IF.
           ADD 1                   TO TB-CON-TRX-CANT(WK-IX-CON).
           ADD RBHIS-MONTO-TRANSAC TO TB-CON-TRX-MONTO(WK-IX-CON).

       410-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN RENGLON POR CONTRATO DENTRO DEL PREAVISO                    *
      *----------------------------------------------------------------*
       500-LISTAR-CONTRATOS.

           MOVE WK-FECHA-CORTE     TO WK-LTI-FECHA.
           MOVE WK-DIAS-VOLUMEN    TO WK-LTI-DIAS.
           MOVE WK-LINEA-TITULO    TO REG-RB526LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           MOVE SPACES             TO REG-RB526LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.
           MOVE WK-LINEA-COLUMNAS  TO REG-RB526LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

           MOVE 0 TO WK-IX-CON.
           PERFORM 510-LISTAR-UN-CONTRATO THRU 510-FIN
                   UNTIL WK-IX-CON >= WK-CANT-CONTRATOS.

           IF WK-CANT-CONTRATOS = 0
              MOVE '  NINGUN CONTRATO VENCE DENTRO DE SU PREAVISO'
                                   TO REG-RB526LS
              PERFORM 590-GRABAR-LINEA THRU 590-FIN
           END-IF.

       500-FIN.
           EXIT.

       510-LISTAR-UN-CONTRATO.

           ADD 1 TO WK-IX-CON.
           MOVE SPACES                       TO WK-LINEA-DETALLE.
           MOVE TB-CON-COD(WK-IX-CON)        TO WK-LDE-RED.
           MOVE TB-CON-NOMBRE(WK-IX-CON)     TO WK-LDE-NOMBRE.
           MOVE TB-CON-INICIO(WK-IX-CON)     TO WK-LDE-INICIO.
           MOVE TB-CON-FIN(WK-IX-CON)        TO WK-LDE-FIN.
           MOVE TB-CON-PREAVISO(WK-IX-CON)   TO WK-LDE-PREAVISO.
           MOVE TB-CON-DIAS-REST(WK-IX-CON)  TO WK-LDE-DIAS-REST.
           MOVE TB-CON-ESTADO(WK-IX-CON)     TO WK-LDE-ESTADO.
           MOVE TB-CON-SUCESORA(WK-IX-CON)   TO WK-LDE-SUCESORA.
           MOVE TB-CON-CUENTAS(WK-IX-CON)    TO WK-LDE-CUENTAS.
           MOVE TB-CON-TRX-CANT(WK-IX-CON)   TO WK-LDE-TRX-CANT.
           MOVE TB-CON-TRX-MONTO(WK-IX-CON)  TO WK-LDE-TRX-MONTO.
           MOVE TB-CON-TARJETAS(WK-IX-CON)   TO WK-LDE-TARJETAS.

           IF TB-CON-SUCESORA(WK-IX-CON) NOT = SPACES AND
              NOT TB-CON-SUCESORA-VALIDA(WK-IX-CON)
              MOVE 'SUC INVALIDA' TO WK-LDE-AVISO
              ADD 1 TO WK-CANT-AVISOS
           ELSE
              IF TB-CON-DIAS-REST(WK-IX-CON) < 0 AND
                 TB-CON-CUENTAS(WK-IX-CON) > 0
                 MOVE 'VENCIDO ****' TO WK-LDE-AVISO
                 ADD 1 TO WK-CANT-AVISOS
              ELSE
                 IF TB-CON-SUCESORA(WK-IX-CON) = SPACES AND
                    TB-CON-CUENTAS(WK-IX-CON) > 0
                    MOVE 'SIN SUCESORA' TO WK-LDE-AVISO
                 END-IF
              END-IF
           END-IF.

           MOVE WK-LINEA-DETALLE TO REG-RB526LS.
           PERFORM 590-GRABAR-LINEA THRU 590-FIN.

       510-FIN.
           EXIT.

       590-GRABAR-LINEA.

           WRITE REG-RB526LS.
           IF ES-RB526LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB526LS ' ES-RB526LS
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
      * CONTRATO DEL REPORTE PARA LA RED EN CN285SE-RED-ADQUIR; CERO   *
      * SI LA RED NO ESTA DENTRO DEL PREAVISO                          *
      *----------------------------------------------------------------*
       820-BUSCAR-CONTRATO.

           MOVE 0 TO WK-SW-RED-HALLADA.
           MOVE 0 TO WK-IX-CON.
           PERFORM 8200-COMPARAR-CONTRATO THRU 8200-FIN
                   UNTIL WK-IX-CON >= WK-CANT-CONTRATOS OR
                         WK-SW-RED-HALLADA = 1.
           IF WK-SW-RED-HALLADA = 0
              MOVE 0 TO WK-IX-CON
           END-IF.

       820-FIN.
           EXIT.

       8200-COMPARAR-CONTRATO.

           ADD 1 TO WK-IX-CON.
           IF TB-CON-COD(WK-IX-CON) = CN285SE-RED-ADQUIR
              MOVE 1 TO WK-SW-RED-HALLADA.

       8200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NOMBRE DE LA RED DEL CONTRATO Y VALIDEZ DE SU SUCESORA CONTRA  *
      * REDTAB                                                         *
      *----------------------------------------------------------------*
       830-VALIDAR-CONTRATO.

           MOVE 'NO ESTA EN REDTAB' TO TB-CON-NOMBRE(WK-IX-CON).
           MOVE 0 TO TB-CON-SW-SUCESORA(WK-IX-CON).
           MOVE 0 TO WK-IX-RED.
           PERFORM 8300-COMPARAR-RED THRU 8300-FIN
                   UNTIL WK-IX-RED >= WK-CANT-REDES.

       830-FIN.
           EXIT.

       8300-COMPARAR-RED.

           ADD 1 TO WK-IX-RED.
           IF TB-RED-COD(WK-IX-RED) = TB-CON-COD(WK-IX-CON)
              MOVE TB-RED-NOMBRE(WK-IX-RED) TO TB-CON-NOMBRE(WK-IX-CON)
           END-IF.
           IF TB-CON-SUCESORA(WK-IX-CON) NOT = SPACES AND
              TB-CON-SUCESORA(WK-IX-CON) NOT = TB-CON-COD(WK-IX-CON) AND
              TB-RED-COD(WK-IX-RED) = TB-CON-SUCESORA(WK-IX-CON)
              MOVE 1 TO TB-CON-SW-SUCESORA(WK-IX-CON)
           END-IF.

       8300-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD526 TERMINO CON ERROR   '
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
              DISPLAY '     PROG. RBD526 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'CONTRATOS LEIDOS REDCON    : ' WK-LEIDOS-REDCON
              DISPLAY 'CONTRATOS EN PREAVISO      : ' WK-CANT-CONTRATOS
              DISPLAY 'CUENTAS LEIDAS CN285SE     : ' WK-LEIDOS-CN285SE
              DISPLAY 'CUENTAS VIGENTES A MIGRAR  : ' WK-CTAS-A-MIGRAR
              DISPLAY 'TRANSACCIONES LEIDAS RBHIS : ' WK-LEIDOS-RBHISSS
              DISPLAY 'TARJETAS CN287SE GRABADAS  : ' WK-TARJETAS
              DISPLAY 'CONTRATOS CON AVISO        : ' WK-CANT-AVISOS
              DISPLAY '--------------------------------------'.

           CLOSE RB526LS.
           IF SW-CN287SE-ABIERTO = 1
              CLOSE CN287SE
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

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD526  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           INITIALIZE RBLEDG-CONTADORES.
           MOVE 5                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'CONTRATOS-PREAVISO' TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-CONTRATOS    TO RBLEDG-CONT-VALOR(1).
           MOVE 'CUENTAS-A-MIGRAR'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CTAS-A-MIGRAR     TO RBLEDG-CONT-VALOR(2).
           MOVE 'TARJETAS-CN287SE'   TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-TARJETAS          TO RBLEDG-CONT-VALOR(3).
           MOVE 'CONTRATOS-AVISO'    TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CANT-AVISOS       TO RBLEDG-CONT-VALOR(4).
           MOVE 'LEIDOS-RBHISSS'     TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-LEIDOS-RBHISSS    TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

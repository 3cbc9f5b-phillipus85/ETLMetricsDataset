      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : NOVEDADES DEMOGRAFICAS DE ASEGURADOS PARA LA     *
      *           : ASEGURADORA DEL SEGURO VOLUNTARIO                *
      * OBJETIVO  : LA ASEGURADORA CONSERVA LOS DATOS DEL CLIENTE    *
      *           : DEL MOMENTO DE LA INSCRIPCION Y NO LO UBICA EN   *
      *           : SU DIRECCION ACTUAL, LO QUE DEMORA LOS           *
      *           : SINIESTROS. ESTE PASO DIARIO COMPARA LOS ULTIMOS *
      *           : DATOS DEMOGRAFICOS QUE DEVOLVIO RDK08401 A       *
      *           : RDK08301/RDK08310 (RD480SS) DE LOS CLIENTES CON  *
      *           : INSCRIPCION ACTIVA EN RD477SS CONTRA LA FOTO DE  *
      *           : LO ENVIADO A LA ASEGURADORA (RB541SS), ENVIA LOS *
      *           : CAMBIOS EN RB541EN Y APLICA LAS CONFIRMACIONES   *
      *           : QUE DEVUELVE LA ASEGURADORA (RB541CF), COMO LO   *
      *           : HACE RBD497 CON POLIZSS. LAS CONFIRMACIONES SIN  *
      *           : ENVIO, LOS RECHAZOS Y LOS ENVIOS SIN CONFIRMAR   *
      *           : SALEN EN RB541DF                                 *
      * FECHA     : 24 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192195                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192195                                       *
      * FECHA  : 24 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. SE COMPARAN NOMBRES,  *
      *          DIRECCION, TELEFONO, CIUDAD Y DEPARTAMENTO DE       *
      *          RESIDENCIA. EL PRIMER ENVIO DE UN ASEGURADO SALE    *
      *          COMO ALTA ('A') CON TODOS LOS DATOS; LOS SIGUIENTES *
      *          COMO MODIFICACION ('M') CON INDICADOR POR DATO. EL  *
      *          LOTE ES LA FECHA DE PROCESO Y LA ASEGURADORA LO     *
      *          DEVUELVE EN LA CONFIRMACION. UNA CONFIRMACION DE UN *
      *          LOTE ANTERIOR AL ULTIMO ENVIADO SE IGNORA. TARJETA  *
      *          PARM541SS OPCIONAL DIAS-CONFIRMACION= (DEFAULT 5).  *
      *          CUALQUIER DIFERENCIA DEJA RETURN-CODE 4             *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD541.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 24 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM541SS   ASSIGN TO SYS001-PARM541SS
                               FILE STATUS ES-PARM541SS.

           SELECT  RD480SS     ASSIGN TO SYS002-RD480SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RD480-LLAVE
                               FILE STATUS ES-RD480SS.

           SELECT  RD477SS     ASSIGN TO SYS003-RD477SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RD477-LLAVE
                               FILE STATUS ES-RD477SS.

           SELECT  RB541SS     ASSIGN TO SYS004-RB541SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB541-LLAVE
                               FILE STATUS ES-RB541SS.

           SELECT  RB541CF     ASSIGN TO SYS005-RB541CF
                               FILE STATUS ES-RB541CF.

           SELECT  RB541EN     ASSIGN TO SYS006-RB541EN
                               FILE STATUS ES-RB541EN.

           SELECT  RB541DF     ASSIGN TO SYS007-RB541DF
                               FILE STATUS ES-RB541DF.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM541SS.
       01  REG-PARM541SS                  PIC X(80).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE AREA-RD480 QUE MANTIENEN RDK08301 Y RDK08310   *
      *----------------------------------------------------------------*
       FD  RD480SS.
       01  REG-RD480SS.
           03 RD480-LLAVE.
              05 RD480-TIP-IDE            PIC X(01).
              05 RD480-NUM-IDE            PIC 9(16).
           03 RD480-FECHA                 PIC 9(08).
           03 RD480-HORA                  PIC 9(06).
           03 RD480-ORIGEN                PIC X(01).
           03 RD480-DEMOGRAFIA.
              05 RD480-PRI-APELLIDO       PIC X(20).
              05 RD480-SEG-APELLIDO       PIC X(20).
              05 RD480-PRI-NOMBRE         PIC X(20).
              05 RD480-SEG-NOMBRE         PIC X(20).
              05 RD480-DIR-RES            PIC X(100).
              05 RD480-TEL-RES            PIC 9(10).
              05 RD480-CIU-RES            PIC 9(05).
              05 RD480-COD-DPT            PIC 9(05).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE AREA-RD477 QUE MANTIENE RDK08301               *
      *----------------------------------------------------------------*
       FD  RD477SS.
       01  REG-RD477SS.
           03 RD477-LLAVE.
              05 RD477-TIP-IDE            PIC X(01).
              05 RD477-NUM-IDE            PIC 9(16).
              05 RD477-NUM-TC             PIC 9(16).
           03 RD477-ESTADO                PIC X(01).
              88 RD477-ACTIVA             VALUE 'A'.
              88 RD477-CANCELADA          VALUE 'C'.
           03 RD477-TIP-TC                PIC X(50).
           03 RD477-NUM-OFI               PIC 9(03).
           03 RD477-FECHA-ALTA            PIC 9(08).
           03 RD477-USUARIO-ALTA          PIC 9(13).
           03 RD477-FECHA-BAJA            PIC 9(08).
           03 RD477-USUARIO-BAJA          PIC 9(13).
           03 RD477-FECHA-ULT-ACT         PIC 9(08).

      *----------------------------------------------------------------*
      * FOTO DE LO ENVIADO A LA ASEGURADORA POR IDENTIFICACION: LOS    *
      * DATOS DEL ULTIMO ENVIO, DE QUE CONSULTA SALIERON, EL LOTE Y SI *
      * LA ASEGURADORA YA LO CONFIRMO                                  *
      *----------------------------------------------------------------*
       FD  RB541SS.
       01  REG-RB541SS.
           03 RB541-LLAVE.
              05 RB541-TIP-IDE            PIC X(01).
              05 RB541-NUM-IDE            PIC 9(16).
           03 RB541-DEMOGRAFIA.
              05 RB541-PRI-APELLIDO       PIC X(20).
              05 RB541-SEG-APELLIDO       PIC X(20).
              05 RB541-PRI-NOMBRE         PIC X(20).
              05 RB541-SEG-NOMBRE         PIC X(20).
              05 RB541-DIR-RES            PIC X(100).
              05 RB541-TEL-RES            PIC 9(10).
              05 RB541-CIU-RES            PIC 9(05).
              05 RB541-COD-DPT            PIC 9(05).
           03 RB541-FECHA-DATOS           PIC 9(08).
           03 RB541-HORA-DATOS            PIC 9(06).
           03 RB541-ESTADO                PIC X(01).
              88 RB541-PENDIENTE          VALUE 'P'.
              88 RB541-CONFIRMADO         VALUE 'C'.
              88 RB541-RECHAZADO          VALUE 'R'.
           03 RB541-LOTE                  PIC 9(08).
           03 RB541-FECHA-CONFIRMACION    PIC 9(08).
           03 RB541-MOTIVO-RECHAZO        PIC X(30).
           03 RB541-CANT-ENVIOS           PIC 9(05).

      *----------------------------------------------------------------*
      * CONFIRMACIONES DE LA ASEGURADORA: 'A' APLICADO, 'R' RECHAZADO  *
      *----------------------------------------------------------------*
       FD  RB541CF.
       01  REG-RB541CF.
           03 RB541CF-TIP-IDE             PIC X(01).
           03 RB541CF-NUM-IDE             PIC 9(16).
           03 RB541CF-LOTE                PIC 9(08).
           03 RB541CF-RESULTADO           PIC X(01).
              88 RB541CF-APLICADO         VALUE 'A'.
              88 RB541CF-RECHAZADO        VALUE 'R'.
           03 RB541CF-MOTIVO              PIC X(30).

      *----------------------------------------------------------------*
      * NOVEDADES PARA LA ASEGURADORA: 'A' ALTA (PRIMER ENVIO DEL      *
      * ASEGURADO), 'M' MODIFICACION CON INDICADOR 'S'/'N' POR DATO    *
      *----------------------------------------------------------------*
       FD  RB541EN.
       01  REG-RB541EN.
           03 RB541EN-TIPO-NOVEDAD        PIC X(01).
              88 RB541EN-ALTA             VALUE 'A'.
              88 RB541EN-MODIFICACION     VALUE 'M'.
           03 RB541EN-TIP-IDE             PIC X(01).
           03 RB541EN-NUM-IDE             PIC 9(16).
           03 RB541EN-LOTE                PIC 9(08).
           03 RB541EN-IND-CAMBIOS.
              05 RB541EN-CAMBIO-NOMBRE    PIC X(01).
              05 RB541EN-CAMBIO-DIR       PIC X(01).
              05 RB541EN-CAMBIO-TEL       PIC X(01).
              05 RB541EN-CAMBIO-CIU       PIC X(01).
              05 RB541EN-CAMBIO-DPT       PIC X(01).
           03 RB541EN-DEMOGRAFIA.
              05 RB541EN-PRI-APELLIDO     PIC X(20).
              05 RB541EN-SEG-APELLIDO     PIC X(20).
              05 RB541EN-PRI-NOMBRE       PIC X(20).
              05 RB541EN-SEG-NOMBRE       PIC X(20).
              05 RB541EN-DIR-RES          PIC X(100).
              05 RB541EN-TEL-RES          PIC 9(10).
              05 RB541EN-CIU-RES          PIC 9(05).
              05 RB541EN-COD-DPT          PIC 9(05).
           03 RB541EN-FECHA-DATOS         PIC 9(08).

      *----------------------------------------------------------------*
      * DIFERENCIAS DEL CICLO: 'C' CONFIRMACION SIN ENVIO, 'R'         *
      * RECHAZADO POR LA ASEGURADORA, 'V' ENVIO VENCIDO SIN CONFIRMAR  *
      *----------------------------------------------------------------*
       FD  RB541DF.
       01  REG-RB541DF.
           03 RB541DF-TIPO                PIC X(01).
              88 RB541DF-SIN-ENVIO        VALUE 'C'.
              88 RB541DF-RECHAZO          VALUE 'R'.
              88 RB541DF-VENCIDO          VALUE 'V'.
           03 RB541DF-TIP-IDE             PIC X(01).
           03 RB541DF-NUM-IDE             PIC 9(16).
           03 RB541DF-LOTE                PIC 9(08).
           03 RB541DF-LOTE-ENVIADO        PIC 9(08).
           03 RB541DF-MOTIVO              PIC X(30).

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
           03  ES-PARM541SS                 PIC   X(02).
           03  ES-RD480SS                   PIC   X(02).
           03  ES-RD477SS                   PIC   X(02).
           03  ES-RB541SS                   PIC   X(02).
           03  ES-RB541CF                   PIC   X(02).
           03  ES-RB541EN                   PIC   X(02).
           03  ES-RB541DF                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-FIN-BROWSE             PIC   9(01).
           03  WK-SW-ASEGURADO              PIC   9(01).
           03  WK-SW-HAY-CAMBIO             PIC   9(01).
           03  WK-SW-FOTO-ABIERTA           PIC   9(01).
           03  WK-SW-SALIDAS-ABIERTAS       PIC   9(01).
           03  WK-DIAS-CONFIRMACION         PIC   9(05).
           03  WK-FECHA-LIMITE              PIC   9(08).
           03  WK-LEIDOS-CONFIRMACION       PIC   9(10).
           03  WK-CONFIRMADAS               PIC   9(10).
           03  WK-RECHAZADAS                PIC   9(10).
           03  WK-CONF-SIN-ENVIO            PIC   9(10).
           03  WK-CONF-SUPERADAS            PIC   9(10).
           03  WK-LEIDOS-DEMOGRAFIA         PIC   9(10).
           03  WK-NO-ASEGURADOS             PIC   9(10).
           03  WK-SIN-CAMBIO                PIC   9(10).
           03  WK-ALTAS-ENVIADAS            PIC   9(10).
           03  WK-CAMBIOS-ENVIADOS          PIC   9(10).
           03  WK-VENCIDAS                  PIC   9(10).
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

      * FECHA Y HORA DE LA CONSULTA, PARA NO PISAR LA FOTO CON DATOS
      * MAS VIEJOS QUE LOS YA ENVIADOS
       01  WK-MOMENTO-CONSULTA.
           03  WK-MCO-FECHA                 PIC   9(08).
           03  WK-MCO-HORA                  PIC   9(06).
       01  WK-MOMENTO-FOTO.
           03  WK-MFO-FECHA                 PIC   9(08).
           03  WK-MFO-HORA                  PIC   9(06).

      * CAMPOS DEL CALCULO DE NUMERO DE DIA JULIANO
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
       01  WK-JI-A                          PIC   9(09).
       01  WK-JI-B                          PIC   9(04).
       01  WK-JI-C                          PIC   9(06).
       01  WK-JI-D                          PIC   9(04).
       01  WK-JI-E                          PIC   9(04).
       01  WK-JI-M                          PIC   9(02).
       01  WK-JI-K                          PIC   9(01).
       01  WK-JI-TMP                        PIC   9(09).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR        THRU 100-FIN.
           PERFORM 200-APLICAR-CONFIRMAC  THRU 200-FIN.
           PERFORM 300-COMPARAR-DATOS     THRU 300-FIN.
           PERFORM 400-DENUNCIAR-VENCIDOS THRU 400-FIN.
           PERFORM 990-FINALIZAR          THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE WK-VARIABLES.
           MOVE 5 TO WK-DIAS-CONFIRMACION.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM541SS THRU 101-FIN.

      * LOS ENVIOS DE UN LOTE ANTERIOR A ESTA FECHA QUE SIGUEN SIN
      * CONFIRMAR ESTAN VENCIDOS
           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-JDN = WK-JDN - WK-DIAS-CONFIRMACION.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN TO WK-FECHA-LIMITE.
           DISPLAY 'FECHA DE PROCESO (LOTE)         : '
                    WK-FECHA-SISTEMA.
           DISPLAY 'ENVIOS SIN CONFIRMAR ANTERIORES A: '
                    WK-FECHA-LIMITE.

           OPEN I-O RB541SS.
           IF   ES-RB541SS = '35'
                OPEN OUTPUT RB541SS
                CLOSE       RB541SS
                OPEN I-O    RB541SS.
           IF   ES-RB541SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR FOTO RB541SS ' ES-RB541SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-FOTO-ABIERTA.

           OPEN OUTPUT RB541EN.
           IF   ES-RB541EN NOT = '00'
                DISPLAY 'ERROR AL ABRIR NOVEDADES RB541EN ' ES-RB541EN
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB541DF.
           IF   ES-RB541DF NOT = '00'
                DISPLAY 'ERROR AL ABRIR DIFERENCIAS RB541DF '
                         ES-RB541DF
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB541EN
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-SALIDAS-ABIERTAS.

       100-FIN.
           EXIT.

       101-LEER-PARM541SS.

           OPEN INPUT PARM541SS.
           IF   ES-PARM541SS = '97'
                MOVE '00'  TO ES-PARM541SS.
           IF   ES-PARM541SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM541SS NOT = '00'
                CLOSE PARM541SS
           END-IF.
           DISPLAY 'DIAS PARA CONFIRMAR UN ENVIO   : '
                    WK-DIAS-CONFIRMACION.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM541SS.
           IF ES-PARM541SS = '00'
              IF REG-PARM541SS = SPACES OR REG-PARM541SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM541SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM541SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM541SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'DIAS-CONFIRMACION'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO > 3 OR
                      WK-PARM-NUMERO = 0
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-CONFIRMACION
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM541SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM541SS: '
                    REG-PARM541SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

       110-LEER-FECPRSS.

           CALL 'GEC002' USING WK-FECHA-SISTEMA.
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

       110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CONFIRMACIONES DE LA ASEGURADORA. SOLO CIERRAN EL ENVIO        *
      * PENDIENTE DEL MISMO LOTE; LA DE UN LOTE YA SUPERADO POR UN     *
      * ENVIO POSTERIOR SE IGNORA Y LA QUE NO TIENE ENVIO SE DENUNCIA. *
      * SIN ARCHIVO DE CONFIRMACIONES NO HAY NADA QUE APLICAR          *
      *----------------------------------------------------------------*
       200-APLICAR-CONFIRMAC.

           OPEN INPUT RB541CF.
           IF   ES-RB541CF = '97'
                MOVE '00'  TO ES-RB541CF.
           IF   ES-RB541CF NOT = '00'
                DISPLAY 'SIN CONFIRMACIONES RB541CF ' ES-RB541CF
                GO TO 200-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-CONFIRMACION THRU 2000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB541CF.

       200-FIN.
           EXIT.

       2000-LEER-CONFIRMACION.

           READ RB541CF.
           IF ES-RB541CF = '10'
              MOVE 1 TO SW-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-RB541CF NOT = '00'
              DISPLAY 'ERROR AL LEER CONFIRMACIONES RB541CF '
                       ES-RB541CF
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           ADD 1 TO WK-LEIDOS-CONFIRMACION.
           MOVE RB541CF-TIP-IDE TO RB541-TIP-IDE.
           MOVE RB541CF-NUM-IDE TO RB541-NUM-IDE.
           READ RB541SS.
           IF ES-RB541SS = '23'
              PERFORM 2010-CONF-SIN-ENVIO THRU 2010-FIN
              GO TO 2000-FIN
           END-IF.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL LEER FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RB541CF-LOTE < RB541-LOTE
              ADD 1 TO WK-CONF-SUPERADAS
              GO TO 2000-FIN
           END-IF.
           IF RB541CF-LOTE > RB541-LOTE OR NOT RB541-PENDIENTE
              PERFORM 2010-CONF-SIN-ENVIO THRU 2010-FIN
              GO TO 2000-FIN
           END-IF.

           MOVE WK-FECHA-SISTEMA TO RB541-FECHA-CONFIRMACION.
           IF RB541CF-RECHAZADO
              ADD  1                TO WK-RECHAZADAS
              SET  RB541-RECHAZADO  TO TRUE
              MOVE RB541CF-MOTIVO   TO RB541-MOTIVO-RECHAZO
              SET  RB541DF-RECHAZO  TO TRUE
              MOVE RB541CF-TIP-IDE  TO RB541DF-TIP-IDE
              MOVE RB541CF-NUM-IDE  TO RB541DF-NUM-IDE
              MOVE RB541CF-LOTE     TO RB541DF-LOTE
              MOVE RB541-LOTE       TO RB541DF-LOTE-ENVIADO
              MOVE RB541CF-MOTIVO   TO RB541DF-MOTIVO
              PERFORM 850-GRABAR-DIFERENCIA THRU 850-FIN
           ELSE
              ADD  1                TO WK-CONFIRMADAS
              SET  RB541-CONFIRMADO TO TRUE
              MOVE SPACES           TO RB541-MOTIVO-RECHAZO
           END-IF.

           REWRITE REG-RB541SS.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL ACTUALIZAR FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       2000-FIN.
           EXIT.

       2010-CONF-SIN-ENVIO.

           ADD  1                    TO WK-CONF-SIN-ENVIO.
           SET  RB541DF-SIN-ENVIO    TO TRUE.
           MOVE RB541CF-TIP-IDE      TO RB541DF-TIP-IDE.
           MOVE RB541CF-NUM-IDE      TO RB541DF-NUM-IDE.
           MOVE RB541CF-LOTE         TO RB541DF-LOTE.
           IF ES-RB541SS = '00'
              MOVE RB541-LOTE        TO RB541DF-LOTE-ENVIADO
           ELSE
              MOVE 0                 TO RB541DF-LOTE-ENVIADO
           END-IF.
           MOVE RB541CF-MOTIVO       TO RB541DF-MOTIVO.
           PERFORM 850-GRABAR-DIFERENCIA THRU 850-FIN.

       2010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ULTIMOS DATOS DE CADA CLIENTE CONSULTADO CONTRA LA FOTO. SOLO  *
      * CUENTAN LOS ASEGURADOS (AL MENOS UNA TARJETA ACTIVA EN RD477SS)*
      * Y SOLO CONSULTAS POSTERIORES A LOS DATOS YA ENVIADOS           *
      *----------------------------------------------------------------*
       300-COMPARAR-DATOS.

           OPEN INPUT RD480SS.
           IF   ES-RD480SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR DEMOGRAFIAS RD480SS '
                         ES-RD480SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN INPUT RD477SS.
           IF   ES-RD477SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR INSCRIPCIONES RD477SS '
                         ES-RD477SS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD480SS
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3000-LEER-DEMOGRAFIA THRU 3000-FIN
                   UNTIL SW-FIN = 1.

           CLOSE RD480SS.
           CLOSE RD477SS.

       300-FIN.
           EXIT.

       3000-LEER-DEMOGRAFIA.

           READ RD480SS NEXT RECORD.
           IF ES-RD480SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-RD480SS NOT = '00'
              DISPLAY 'ERROR AL LEER DEMOGRAFIAS RD480SS ' ES-RD480SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-DEMOGRAFIA.

           PERFORM 310-VERIFICAR-SEGURO THRU 310-FIN.
           IF WK-SW-ASEGURADO = 0
              ADD 1 TO WK-NO-ASEGURADOS
              GO TO 3000-FIN
           END-IF.

           MOVE RD480-TIP-IDE TO RB541-TIP-IDE.
           MOVE RD480-NUM-IDE TO RB541-NUM-IDE.
           READ RB541SS.
           IF ES-RB541SS = '23'
              PERFORM 3100-ENVIAR-ALTA THRU 3100-FIN
              GO TO 3000-FIN
           END-IF.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL LEER FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE RD480-FECHA       TO WK-MCO-FECHA.
           MOVE RD480-HORA        TO WK-MCO-HORA.
           MOVE RB541-FECHA-DATOS TO WK-MFO-FECHA.
           MOVE RB541-HORA-DATOS  TO WK-MFO-HORA.
           IF WK-MOMENTO-CONSULTA NOT > WK-MOMENTO-FOTO OR
              RD480-DEMOGRAFIA = RB541-DEMOGRAFIA
              ADD 1 TO WK-SIN-CAMBIO
              GO TO 3000-FIN
           END-IF.

           PERFORM 3200-ENVIAR-CAMBIO THRU 3200-FIN.

       3000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMER ENVIO DEL ASEGURADO: TODOS LOS DATOS, NOVEDAD 'A'       *
      *----------------------------------------------------------------*
       3100-ENVIAR-ALTA.

           MOVE RD480-TIP-IDE      TO RB541-TIP-IDE.
           MOVE RD480-NUM-IDE      TO RB541-NUM-IDE.
           MOVE RD480-DEMOGRAFIA   TO RB541-DEMOGRAFIA.
           MOVE RD480-FECHA        TO RB541-FECHA-DATOS.
           MOVE RD480-HORA         TO RB541-HORA-DATOS.
           SET  RB541-PENDIENTE    TO TRUE.
           MOVE WK-FECHA-SISTEMA   TO RB541-LOTE.
           MOVE 0                  TO RB541-FECHA-CONFIRMACION.
           MOVE SPACES             TO RB541-MOTIVO-RECHAZO.
           MOVE 1                  TO RB541-CANT-ENVIOS.
           WRITE REG-RB541SS.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           SET  RB541EN-ALTA       TO TRUE.
           MOVE 'SSSSS'            TO RB541EN-IND-CAMBIOS.
           PERFORM 820-GRABAR-NOVEDAD THRU 820-FIN.
           ADD 1 TO WK-ALTAS-ENVIADAS.

       3100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CAMBIO SOBRE LO YA ENVIADO: NOVEDAD 'M' CON LOS DATOS NUEVOS Y *
      * EL INDICADOR DE LOS QUE CAMBIARON. UN ENVIO PENDIENTE QUEDA    *
      * REEMPLAZADO POR ESTE LOTE                                      *
      *----------------------------------------------------------------*
       3200-ENVIAR-CAMBIO.

           MOVE 'NNNNN' TO RB541EN-IND-CAMBIOS.
           IF RD480-PRI-APELLIDO NOT = RB541-PRI-APELLIDO OR
              RD480-SEG-APELLIDO NOT = RB541-SEG-APELLIDO OR
              RD480-PRI-NOMBRE   NOT = RB541-PRI-NOMBRE   OR
              RD480-SEG-NOMBRE   NOT = RB541-SEG-NOMBRE
              MOVE 'S' TO RB541EN-CAMBIO-NOMBRE
           END-IF.
           IF RD480-DIR-RES NOT = RB541-DIR-RES
              MOVE 'S' TO RB541EN-CAMBIO-DIR
           END-IF.
           IF RD480-TEL-RES NOT = RB541-TEL-RES
              MOVE 'S' TO RB541EN-CAMBIO-TEL
           END-IF.
           IF RD480-CIU-RES NOT = RB541-CIU-RES
              MOVE 'S' TO RB541EN-CAMBIO-CIU
           END-IF.
           IF RD480-COD-DPT NOT = RB541-COD-DPT
              MOVE 'S' TO RB541EN-CAMBIO-DPT
           END-IF.

           MOVE RD480-DEMOGRAFIA   TO RB541-DEMOGRAFIA.
           MOVE RD480-FECHA        TO RB541-FECHA-DATOS.
           MOVE RD480-HORA         TO RB541-HORA-DATOS.
           SET  RB541-PENDIENTE    TO TRUE.
           MOVE WK-FECHA-SISTEMA   TO RB541-LOTE.
           MOVE 0                  TO RB541-FECHA-CONFIRMACION.
           MOVE SPACES             TO RB541-MOTIVO-RECHAZO.
           ADD  1                  TO RB541-CANT-ENVIOS.
           REWRITE REG-RB541SS.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL ACTUALIZAR FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           SET  RB541EN-MODIFICACION TO TRUE.
           PERFORM 820-GRABAR-NOVEDAD THRU 820-FIN.
           ADD 1 TO WK-CAMBIOS-ENVIADOS.

       3200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ASEGURADO = AL MENOS UNA TARJETA ACTIVA EN RD477SS PARA LA     *
      * IDENTIFICACION                                                 *
      *----------------------------------------------------------------*
       310-VERIFICAR-SEGURO.

           MOVE 0 TO WK-SW-ASEGURADO.
           MOVE RD480-TIP-IDE TO RD477-TIP-IDE.
           MOVE RD480-NUM-IDE TO RD477-NUM-IDE.
           MOVE 0             TO RD477-NUM-TC.
           START RD477SS KEY IS NOT LESS THAN RD477-LLAVE.
           IF ES-RD477SS NOT = '00'
              GO TO 310-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 3110-LEER-RD477SS THRU 3110-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

       310-FIN.
           EXIT.

       3110-LEER-RD477SS.

           READ RD477SS NEXT RECORD.
           IF ES-RD477SS = '10'
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 3110-FIN
           END-IF.
           IF ES-RD477SS NOT = '00'
              DISPLAY 'ERROR AL LEER INSCRIPCIONES RD477SS '
                       ES-RD477SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RD477-TIP-IDE NOT = RD480-TIP-IDE OR
              RD477-NUM-IDE NOT = RD480-NUM-IDE
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 3110-FIN
           END-IF.

           IF RD477-ACTIVA
              MOVE 1 TO WK-SW-ASEGURADO
              MOVE 1 TO WK-SW-FIN-BROWSE
           END-IF.

       3110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ENVIOS PENDIENTES DE UN LOTE ANTERIOR A WK-FECHA-LIMITE QUE LA *
      * ASEGURADORA TODAVIA NO CONFIRMO                                *
      *----------------------------------------------------------------*
       400-DENUNCIAR-VENCIDOS.

           MOVE LOW-VALUES TO RB541-LLAVE.
           START RB541SS KEY IS NOT LESS THAN RB541-LLAVE.
           IF ES-RB541SS NOT = '00'
              GO TO 400-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 4000-REVISAR-ENVIO THRU 4000-FIN
                   UNTIL SW-FIN = 1.

       400-FIN.
           EXIT.

       4000-REVISAR-ENVIO.

           READ RB541SS NEXT RECORD.
           IF ES-RB541SS = '10'
              MOVE 1 TO SW-FIN
              GO TO 4000-FIN
           END-IF.
           IF ES-RB541SS NOT = '00'
              DISPLAY 'ERROR AL LEER FOTO RB541SS ' ES-RB541SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF NOT RB541-PENDIENTE OR
              RB541-LOTE NOT < WK-FECHA-LIMITE
              GO TO 4000-FIN
           END-IF.

           ADD  1                 TO WK-VENCIDAS.
           SET  RB541DF-VENCIDO   TO TRUE.
           MOVE RB541-TIP-IDE     TO RB541DF-TIP-IDE.
           MOVE RB541-NUM-IDE     TO RB541DF-NUM-IDE.
           MOVE RB541-LOTE        TO RB541DF-LOTE.
           MOVE RB541-LOTE        TO RB541DF-LOTE-ENVIADO.
           MOVE 'SIN CONFIRMACION DE LA ASEGURADORA'
                                  TO RB541DF-MOTIVO.
           PERFORM 850-GRABAR-DIFERENCIA THRU 850-FIN.

       4000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NUMERO DE DIA JULIANO DE WK-FECHA-JDN (AAAAMMDD), CON          *
      * ARITMETICA ENTERA PASO A PASO                                  *
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
      * CAMINO INVERSO: DE WK-JDN A WK-FECHA-JDN (AAAAMMDD), CON LA    *
      * MISMA ARITMETICA ENTERA                                        *
      *----------------------------------------------------------------*
       810-CALCULAR-FECHA.

           COMPUTE WK-JI-A = WK-JDN + 32044.
           COMPUTE WK-JI-B = ((4 * WK-JI-A) + 3) / 146097.
           COMPUTE WK-JI-TMP = (146097 * WK-JI-B) / 4.
           COMPUTE WK-JI-C = WK-JI-A - WK-JI-TMP.
           COMPUTE WK-JI-D = ((4 * WK-JI-C) + 3) / 1461.
           COMPUTE WK-JI-TMP = (1461 * WK-JI-D) / 4.
           COMPUTE WK-JI-E = WK-JI-C - WK-JI-TMP.
           COMPUTE WK-JI-M = ((5 * WK-JI-E) + 2) / 153.
           COMPUTE WK-JI-TMP = ((153 * WK-JI-M) + 2) / 5.
           COMPUTE WK-JD-DIA = WK-JI-E - WK-JI-TMP + 1.
           DIVIDE WK-JI-M BY 10 GIVING WK-JI-K.
           COMPUTE WK-JD-MES = WK-JI-M + 3 - (12 * WK-JI-K).
           COMPUTE WK-JD-ANIO = (100 * WK-JI-B) + WK-JI-D - 4800
                              + WK-JI-K.

       810-FIN.
           EXIT.

       850-GRABAR-DIFERENCIA.

           WRITE REG-RB541DF.
           IF ES-RB541DF NOT = '00'
              DISPLAY 'ERROR AL GRABAR RB541DF ' ES-RB541DF
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       850-FIN.
           EXIT.

       820-GRABAR-NOVEDAD.

           MOVE RB541-TIP-IDE      TO RB541EN-TIP-IDE.
           MOVE RB541-NUM-IDE      TO RB541EN-NUM-IDE.
           MOVE RB541-LOTE         TO RB541EN-LOTE.
           MOVE RB541-DEMOGRAFIA   TO RB541EN-DEMOGRAFIA.
           MOVE RB541-FECHA-DATOS  TO RB541EN-FECHA-DATOS.
           WRITE REG-RB541EN.
           IF ES-RB541EN NOT = '00'
              DISPLAY 'ERROR AL GRABAR NOVEDADES RB541EN ' ES-RB541EN
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       820-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD541 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           IF WK-SW-FOTO-ABIERTA = 1
              CLOSE RB541SS
           END-IF.
           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-RECHAZADAS > 0 OR WK-CONF-SIN-ENVIO > 0 OR
               WK-VENCIDAS > 0) AND RETURN-CODE = 0
              DISPLAY 'HAY NOVEDADES SIN CONFIRMAR O RECHAZADAS, SE '
                      'DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD541 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'LOTE (FECHA DE PROCESO)    : ' WK-FECHA-SISTEMA
              DISPLAY 'CONFIRMACIONES LEIDAS      : '
                       WK-LEIDOS-CONFIRMACION
              DISPLAY 'CONFIRMADAS                : ' WK-CONFIRMADAS
              DISPLAY 'RECHAZADAS                 : ' WK-RECHAZADAS
              DISPLAY 'CONFIRMACIONES SIN ENVIO   : '
                       WK-CONF-SIN-ENVIO
              DISPLAY 'CONFIRMACIONES SUPERADAS   : '
                       WK-CONF-SUPERADAS
              DISPLAY 'DEMOGRAFIAS LEIDAS         : '
                       WK-LEIDOS-DEMOGRAFIA
              DISPLAY 'SIN INSCRIPCION ACTIVA     : ' WK-NO-ASEGURADOS
              DISPLAY 'SIN CAMBIOS                : ' WK-SIN-CAMBIO
              DISPLAY 'ALTAS ENVIADAS             : '
                       WK-ALTAS-ENVIADAS
              DISPLAY 'MODIFICACIONES ENVIADAS    : '
                       WK-CAMBIOS-ENVIADOS
              DISPLAY 'ENVIOS VENCIDOS            : ' WK-VENCIDAS
              DISPLAY '--------------------------------------'.

           IF WK-SW-FOTO-ABIERTA = 1
              CLOSE RB541SS
           END-IF.
           IF WK-SW-SALIDAS-ABIERTAS = 1
              CLOSE RB541EN
              CLOSE RB541DF
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

           MOVE 'RBD541  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 8                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'DEMOGRAFIAS-LEIDAS'   TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-DEMOGRAFIA   TO RBLEDG-CONT-VALOR(1).
           MOVE 'NO-ASEGURADOS'        TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-NO-ASEGURADOS       TO RBLEDG-CONT-VALOR(2).
           MOVE 'ALTAS-ENVIADAS'       TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-ALTAS-ENVIADAS      TO RBLEDG-CONT-VALOR(3).
           MOVE 'CAMBIOS-ENVIADOS'     TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CAMBIOS-ENVIADOS    TO RBLEDG-CONT-VALOR(4).
           MOVE 'CONFIRMADAS'          TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-CONFIRMADAS         TO RBLEDG-CONT-VALOR(5).
           MOVE 'RECHAZADAS'           TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-RECHAZADAS          TO RBLEDG-CONT-VALOR(6).
           MOVE 'CONF-SIN-ENVIO'       TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-CONF-SIN-ENVIO      TO RBLEDG-CONT-VALOR(7).
           MOVE 'ENVIOS-VENCIDOS'      TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-VENCIDAS            TO RBLEDG-CONT-VALOR(8).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

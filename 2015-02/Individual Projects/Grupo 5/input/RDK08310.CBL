      *          FORMA SEGURA DE LLAMARLO DESDE BATCH, 220-CONSULTAR-
      *          RDK08401 DEVUELVE WK-COD-NOTOPE SIN HACER EL CALL
      *----------------------------------------------------------------
      * REQ    : REQPR00192168
      * FECHA  : 25 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : EXTRACTO DE ELEGIBLES PARA CAMPANA (RD478SS): CADA
      *          IDENTIFICACION CONSULTADA CON RESPUESTA NORMAL, CON
      *          TARJETAS (RD64-TARJETAS) Y SIN INSCRIPCION ACTIVA EN
      *          EL MAESTRO DEL SEGURO VOLUNTARIO RD477SS, SALE CON
      *          NOMBRE, OFICINA (RD64-OFI-FUN / RD64-NOM-OFI) Y
      *          TELEFONO. SE EXCLUYE A QUIEN CANCELO EL SEGURO EN
      *          LOS ULTIMOS N DIAS SEGUN LA AUDITORIA RD465SS
      *          (TIP-OPE 3 CON RESPUESTA NORMAL). TARJETA PARM310SS
      *          DIAS-CANCELACION= (DEFAULT 90). MIENTRAS LA CONSULTA
      *          EN BATCH SIGA DEVOLVIENDO WK-COD-NOTOPE EL EXTRACTO
      *          SALE VACIO
      *----------------------------------------------------------------
      * REQ    : REQPR00192191
      * FECHA  : 13 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : SE AGREGAN RD465-MS-RESPUESTA Y RD465-IND-RESPALDO AL
      *          LAYOUT DE RD465SS PARA QUE SIGA SIENDO EL MISMO QUE
      *          ESCRIBE RDK08301 (CAMPOS NO USADOS EN ESTE PROGRAMA)
      *----------------------------------------------------------------
      * REQ    : REQPR00192195
      * FECHA  : 24 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CADA IDENTIFICACION CONSULTADA CON RESPUESTA NORMAL
      *          DEJA SUS DATOS DEMOGRAFICOS (NOMBRES, DIRECCION,
      *          TELEFONO, CIUDAD Y DEPARTAMENTO) EN RD480SS, IGUAL
      *          QUE RDK08301 EN LINEA, CON ORIGEN 'B'. RBD541 LOS
      *          COMPARA A DIARIO CONTRA LO ENVIADO A LA ASEGURADORA
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
           SELECT  RD468SS     ASSIGN TO SYS002-RD468SS
                               FILE STATUS ES-RD468SS.

           SELECT  PARM310SS   ASSIGN TO SYS003-PARM310SS
                               FILE STATUS ES-PARM310SS.

           SELECT  RD465SS     ASSIGN TO SYS004-RD465SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RD465-LLAVE
                               FILE STATUS ES-RD465SS.

           SELECT  RD477SS     ASSIGN TO SYS005-RD477SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RD477-LLAVE
                               FILE STATUS ES-RD477SS.

           SELECT  RD478SS     ASSIGN TO SYS006-RD478SS
                               FILE STATUS ES-RD478SS.

           SELECT  RD480SS     ASSIGN TO SYS007-RD480SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RD480-LLAVE
                               FILE STATUS ES-RD480SS.

       DATA DIVISION.
       FILE SECTION.

       FD  RD468SS.
       01  REG-RD468SS                     PIC X(132).

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM310SS.
       01  REG-PARM310SS                  PIC X(80).

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
      * EXTRACTO DE ELEGIBLES PARA LA CAMPANA DEL SEGURO VOLUNTARIO:   *
      * CLIENTES CON TARJETAS Y SIN SEGURO, PARA LA LISTA DE LLAMADAS  *
      *----------------------------------------------------------------*
       FD  RD478SS.
       01  REG-RD478SS.
           03 RD478-TIP-IDE               PIC X(01).
           03 RD478-NUM-IDE               PIC 9(16).
           03 RD478-PRI-APELLIDO          PIC X(20).
           03 RD478-SEG-APELLIDO          PIC X(20).
           03 RD478-PRI-NOMBRE            PIC X(20).
           03 RD478-SEG-NOMBRE            PIC X(20).
           03 RD478-OFI-FUN               PIC 9(03).
           03 RD478-NOM-OFI               PIC X(50).
           03 RD478-TEL-RES               PIC 9(10).
           03 RD478-CANT-TC               PIC 9(02).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE AREA-RD480 QUE MANTIENE RDK08301: ULTIMOS      *
      * DATOS DEMOGRAFICOS DEVUELTOS POR LA CONSULTA                   *
      *----------------------------------------------------------------*
       FD  RD480SS.
       01  REG-RD480SS.
           03 RD480-LLAVE.
              05 RD480-TIP-IDE            PIC X(01).
              05 RD480-NUM-IDE            PIC 9(16).
           03 RD480-FECHA                 PIC 9(08).
           03 RD480-HORA                  PIC 9(06).
           03 RD480-ORIGEN                PIC X(01).
           03 RD480-PRI-APELLIDO          PIC X(20).
           03 RD480-SEG-APELLIDO          PIC X(20).
           03 RD480-PRI-NOMBRE            PIC X(20).
           03 RD480-SEG-NOMBRE            PIC X(20).
           03 RD480-DIR-RES               PIC X(100).
           03 RD480-TEL-RES               PIC 9(10).
           03 RD480-CIU-RES               PIC 9(05).
           03 RD480-COD-DPT               PIC 9(05).

       WORKING-STORAGE SECTION.

      * ------ MISMO LAYOUT DE COMMAREA QUE USA RDK08301 CON RDK08401 --
           03  SW-FIN                       PIC   9(01).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-PROCESADOS                PIC   9(10).
           03  ES-PARM310SS                 PIC   X(02).
           03  ES-RD465SS                   PIC   X(02).
           03  ES-RD477SS                   PIC   X(02).
           03  ES-RD478SS                   PIC   X(02).
           03  ES-RD480SS                   PIC   X(02).
           03  WK-DEMOGRAFIAS               PIC   9(10).
           03  WK-HORA-ACT                  PIC   9(08).
           03  WK-DIAS-CANCELACION          PIC   9(05).
           03  WK-FECHA-HOY                 PIC   9(08).
           03  WK-FECHA-DESDE-CAN           PIC   9(08).
           03  WK-LEIDOS-465                PIC   9(10).
           03  WK-CANT-CANCELADOS           PIC   9(05).
           03  WK-IX-CAN                    PIC   9(05).
           03  WK-SW-CAN-HALLADO            PIC   9(01).
           03  WK-SW-FIN-BITACORA           PIC   9(01).
           03  WK-BUS-TIP-IDE               PIC   X(01).
           03  WK-BUS-NUM-IDE               PIC   9(16).
           03  WK-SW-FIN-BROWSE             PIC   9(01).
           03  WK-SW-ASEGURADO              PIC   9(01).
           03  WK-CANT-TC                   PIC   9(02).
           03  WK-IX-TC                     PIC   9(02).
           03  WK-ELEGIBLES                 PIC   9(10).
           03  WK-SIN-TARJETAS              PIC   9(10).
           03  WK-YA-ASEGURADOS             PIC   9(10).
           03  WK-CANCELACION-RECIENTE      PIC   9(10).
           03  WK-SIN-CONSULTA              PIC   9(10).
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
      * IDENTIFICACIONES QUE CANCELARON EL SEGURO DENTRO DE LOS        *
      * ULTIMOS DIAS-CANCELACION DIAS SEGUN RD465SS                    *
      *----------------------------------------------------------------*
       01  TB-CANCELADOS.
           03  TB-CAN OCCURS 5000 TIMES.
               05 TB-CAN-TIP-IDE            PIC  X(01).
               05 TB-CAN-NUM-IDE            PIC  9(16).

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

       01  WK-COD-NOTOPE                     PIC 9(04) VALUE 0015.

       100-INICIALIZAR.

           INITIALIZE WK-VARIABLES.
           INITIALIZE TB-CANCELADOS.
           MOVE 90 TO WK-DIAS-CANCELACION.

           PERFORM 101-LEER-PARM310SS THRU 101-FIN.

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WK-FECHA-HOY TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-JDN = WK-JDN - WK-DIAS-CANCELACION.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN TO WK-FECHA-DESDE-CAN.
           DISPLAY 'SE EXCLUYEN CANCELACIONES DESDE EL '
                   WK-FECHA-DESDE-CAN.

           PERFORM 105-CARGAR-CANCELADOS THRU 105-FIN.

           OPEN INPUT  RD467SS.
           IF   ES-RD467SS NOT = '00'
                MOVE     999  TO RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN INPUT  RD477SS.
           IF   ES-RD477SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RD477SS ' ES-RD477SS
                MOVE     999  TO RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN OUTPUT RD478SS.
           IF   ES-RD478SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RD478SS ' ES-RD478SS
                MOVE     999  TO RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           OPEN I-O    RD480SS.
           IF   ES-RD480SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RD480SS ' ES-RD480SS
                MOVE     999  TO RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           PERFORM 210-LEER-RD467SS THRU 210-FIN.

       100-FIN.
           EXIT.

       101-LEER-PARM310SS.

           OPEN INPUT PARM310SS.
           IF   ES-PARM310SS = '97'
                MOVE '00'  TO ES-PARM310SS.
           IF   ES-PARM310SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM310SS NOT = '00'
                CLOSE PARM310SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM310SS.
           IF ES-PARM310SS = '00'
              IF REG-PARM310SS = SPACES OR REG-PARM310SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM310SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM310SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM310SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM310SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'DIAS-CANCELACION'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO > 3650
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-CANCELACION
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM310SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  990-FINALIZAR THRU 990-FIN
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM310SS: '
                    REG-PARM310SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  990-FINALIZAR THRU 990-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CANCELACIONES RECIENTES: LA BITACORA RD465SS VA POR FECHA, SE  *
      * POSICIONA EN LA FECHA DESDE Y SE TOMAN LAS CANCELACIONES       *
      * (TIP-OPE 3) CON RESPUESTA NORMAL                               *
      *----------------------------------------------------------------*
       105-CARGAR-CANCELADOS.

           OPEN INPUT RD465SS.
           IF   ES-RD465SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RD465SS ' ES-RD465SS
                MOVE     999  TO RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE LOW-VALUES         TO RD465-LLAVE.
           MOVE WK-FECHA-DESDE-CAN TO RD465-FECHA.
           START RD465SS KEY IS NOT LESS THAN RD465-LLAVE.
           IF ES-RD465SS = '00'
              MOVE 0 TO WK-SW-FIN-BITACORA
              PERFORM 1050-LEER-RD465SS THRU 1050-FIN
                      UNTIL WK-SW-FIN-BITACORA = 1
           END-IF.
           CLOSE RD465SS.

           DISPLAY 'CANCELACIONES RECIENTES CARGADAS : '
                   WK-CANT-CANCELADOS.

       105-FIN.
           EXIT.

       1050-LEER-RD465SS.

           READ RD465SS NEXT RECORD.
           IF ES-RD465SS = '10'
              MOVE 1 TO WK-SW-FIN-BITACORA
              GO TO 1050-FIN
           END-IF.
           IF ES-RD465SS NOT = '00'
              DISPLAY 'ERROR AL LEER ARCHIVO RD465SS ' ES-RD465SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS-465.

           IF RD465-TIP-OPE NOT = 3 OR RD465-COD-RESP NOT = 0
              GO TO 1050-FIN
           END-IF.

           MOVE RD465-TIP-IDE TO WK-BUS-TIP-IDE.
           MOVE RD465-NUM-IDE TO WK-BUS-NUM-IDE.
           PERFORM 240-BUSCAR-CANCELADO THRU 240-FIN.
           IF WK-SW-CAN-HALLADO = 1
              GO TO 1050-FIN
           END-IF.

           IF WK-CANT-CANCELADOS >= 5000
              DISPLAY 'TABLA DE CANCELACIONES RECIENTES LLENA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-CANT-CANCELADOS.
           MOVE RD465-TIP-IDE TO TB-CAN-TIP-IDE(WK-CANT-CANCELADOS).
           MOVE RD465-NUM-IDE TO TB-CAN-NUM-IDE(WK-CANT-CANCELADOS).

       1050-FIN.
           EXIT.

       200-PROCESO.

           PERFORM 220-CONSULTAR-RDK08401 THRU 220-FIN.
           PERFORM 230-GRABAR-DETALLE     THRU 230-FIN.
           PERFORM 250-EVALUAR-ELEGIBLE   THRU 250-FIN.
           PERFORM 270-GUARDAR-DEMOGRAFIA THRU 270-FIN.
           PERFORM 210-LEER-RD467SS       THRU 210-FIN.

       200-FIN.
       230-FIN.
           EXIT.

       240-BUSCAR-CANCELADO.

           MOVE 0 TO WK-IX-CAN.
           MOVE 0 TO WK-SW-CAN-HALLADO.
           PERFORM 2400-PROBAR-CANCELADO THRU 2400-FIN
                   UNTIL WK-IX-CAN >= WK-CANT-CANCELADOS OR
                         WK-SW-CAN-HALLADO = 1.

       240-FIN.
           EXIT.

       2400-PROBAR-CANCELADO.

           ADD 1 TO WK-IX-CAN.
           IF WK-BUS-TIP-IDE = TB-CAN-TIP-IDE(WK-IX-CAN) AND
              WK-BUS-NUM-IDE = TB-CAN-NUM-IDE(WK-IX-CAN)
              MOVE 1 TO WK-SW-CAN-HALLADO.

       2400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ELEGIBLE PARA LA CAMPANA: CONSULTA NORMAL, CON TARJETAS, SIN   *
      * INSCRIPCION ACTIVA EN RD477SS Y SIN CANCELACION RECIENTE       *
      *----------------------------------------------------------------*
       250-EVALUAR-ELEGIBLE.

           IF RD64-COD-RESP NOT = 0
              ADD 1 TO WK-SIN-CONSULTA
              GO TO 250-FIN
           END-IF.

           MOVE 0 TO WK-CANT-TC.
           MOVE 0 TO WK-IX-TC.
           PERFORM 2500-CONTAR-TARJETA THRU 2500-FIN
                   UNTIL WK-IX-TC >= 30.
           IF WK-CANT-TC = 0
              ADD 1 TO WK-SIN-TARJETAS
              GO TO 250-FIN
           END-IF.

           PERFORM 260-VERIFICAR-SEGURO THRU 260-FIN.
           IF WK-SW-ASEGURADO = 1
              ADD 1 TO WK-YA-ASEGURADOS
              GO TO 250-FIN
           END-IF.

           MOVE RD467-TIP-IDE TO WK-BUS-TIP-IDE.
           MOVE RD467-NUM-IDE TO WK-BUS-NUM-IDE.
           PERFORM 240-BUSCAR-CANCELADO THRU 240-FIN.
           IF WK-SW-CAN-HALLADO = 1
              ADD 1 TO WK-CANCELACION-RECIENTE
              GO TO 250-FIN
           END-IF.

           MOVE RD467-TIP-IDE       TO RD478-TIP-IDE.
           MOVE RD467-NUM-IDE       TO RD478-NUM-IDE.
           MOVE RD64-PRI-APELLIDO   TO RD478-PRI-APELLIDO.
           MOVE RD64-SEG-APELLIDO   TO RD478-SEG-APELLIDO.
           MOVE RD64-PRI-NOMBRE     TO RD478-PRI-NOMBRE.
           MOVE RD64-SEG-NOMBRE     TO RD478-SEG-NOMBRE.
           MOVE RD64-OFI-FUN        TO RD478-OFI-FUN.
           MOVE RD64-NOM-OFI        TO RD478-NOM-OFI.
           MOVE RD64-TEL-RES        TO RD478-TEL-RES.
           MOVE WK-CANT-TC          TO RD478-CANT-TC.
           WRITE REG-RD478SS.

           IF ES-RD478SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO RD478SS ' ES-RD478SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

           ADD 1 TO WK-ELEGIBLES.

       250-FIN.
           EXIT.

       2500-CONTAR-TARJETA.

           ADD 1 TO WK-IX-TC.
           IF RD64-NUM-TC(WK-IX-TC) NUMERIC AND
              RD64-NUM-TC(WK-IX-TC) > 0
              ADD 1 TO WK-CANT-TC.

       2500-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ASEGURADO = AL MENOS UNA TARJETA ACTIVA EN RD477SS PARA LA     *
      * IDENTIFICACION                                                 *
      *----------------------------------------------------------------*
       260-VERIFICAR-SEGURO.

           MOVE 0 TO WK-SW-ASEGURADO.
           MOVE RD467-TIP-IDE TO RD477-TIP-IDE.
           MOVE RD467-NUM-IDE TO RD477-NUM-IDE.
           MOVE 0             TO RD477-NUM-TC.
           START RD477SS KEY IS NOT LESS THAN RD477-LLAVE.
           IF ES-RD477SS NOT = '00'
              GO TO 260-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 2600-LEER-RD477SS THRU 2600-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

       260-FIN.
           EXIT.

       2600-LEER-RD477SS.

           READ RD477SS NEXT RECORD.
           IF ES-RD477SS = '10'
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 2600-FIN
           END-IF.
           IF ES-RD477SS NOT = '00'
              DISPLAY 'ERROR AL LEER ARCHIVO RD477SS ' ES-RD477SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF RD477-TIP-IDE NOT = RD467-TIP-IDE OR
              RD477-NUM-IDE NOT = RD467-NUM-IDE
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 2600-FIN
           END-IF.

           IF RD477-ACTIVA
              MOVE 1 TO WK-SW-ASEGURADO
              MOVE 1 TO WK-SW-FIN-BROWSE
           END-IF.

       2600-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DEJA EN RD480SS LOS DATOS DEMOGRAFICOS DE UNA CONSULTA NORMAL, *
      * COMO HACE RDK08301 EN LINEA                                    *
      *----------------------------------------------------------------*
       270-GUARDAR-DEMOGRAFIA.

           IF RD64-COD-RESP NOT = 0
              GO TO 270-FIN
           END-IF.

           MOVE RD467-TIP-IDE       TO RD480-TIP-IDE.
           MOVE RD467-NUM-IDE       TO RD480-NUM-IDE.
           READ RD480SS.
           IF ES-RD480SS NOT = '00' AND ES-RD480SS NOT = '23'
              DISPLAY 'ERROR AL LEER ARCHIVO RD480SS ' ES-RD480SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

           ACCEPT RD480-FECHA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACT FROM TIME.
           MOVE WK-HORA-ACT(1:6)    TO RD480-HORA.
           MOVE 'B'                 TO RD480-ORIGEN.
           MOVE RD64-PRI-APELLIDO   TO RD480-PRI-APELLIDO.
           MOVE RD64-SEG-APELLIDO   TO RD480-SEG-APELLIDO.
           MOVE RD64-PRI-NOMBRE     TO RD480-PRI-NOMBRE.
           MOVE RD64-SEG-NOMBRE     TO RD480-SEG-NOMBRE.
           MOVE RD64-DIR-RES        TO RD480-DIR-RES.
           MOVE RD64-TEL-RES        TO RD480-TEL-RES.
           MOVE RD64-CIU-RES        TO RD480-CIU-RES.
           MOVE RD64-COD-DPT        TO RD480-COD-DPT.

           IF ES-RD480SS = '00'
              REWRITE REG-RD480SS
           ELSE
              MOVE RD467-TIP-IDE    TO RD480-TIP-IDE
              MOVE RD467-NUM-IDE    TO RD480-NUM-IDE
              WRITE REG-RD480SS
           END-IF.
           IF ES-RD480SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO RD480SS ' ES-RD480SS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN
           END-IF.

           ADD 1 TO WK-DEMOGRAFIAS.

       270-FIN.
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

       990-FINALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '--------------------------------------'
              DISPLAY 'IDENTIFICACIONES LEIDAS    : ' WK-LEIDOS
              DISPLAY 'IDENTIFICACIONES PROCESADAS : ' WK-PROCESADOS
              DISPLAY 'SIN CONSULTA NORMAL         : ' WK-SIN-CONSULTA
              DISPLAY 'SIN TARJETAS                : ' WK-SIN-TARJETAS
              DISPLAY 'YA ASEGURADOS               : '
                       WK-YA-ASEGURADOS
              DISPLAY 'CANCELARON EN LOS ULT. DIAS : '
                       WK-CANCELACION-RECIENTE
              DISPLAY 'ELEGIBLES EN RD478SS        : ' WK-ELEGIBLES
              DISPLAY 'DEMOGRAFIAS EN RD480SS      : '
                       WK-DEMOGRAFIAS
              DISPLAY '--------------------------------------'.

           CLOSE RD467SS.
           CLOSE RD468SS.
           CLOSE RD477SS.
           CLOSE RD478SS.
           CLOSE RD480SS.
           STOP      RUN.

       990-FIN.

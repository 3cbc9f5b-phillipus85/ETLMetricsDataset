      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : EXPORTACION DELIMITADA AL DATA WAREHOUSE         *
      * OBJETIVO  : ANALITICA LEIA VOLCADOS DE POSICION FIJA DE      *
      *           : RB457SS Y RBGLISS Y SE ROMPIA CADA VEZ QUE UN    *
      *           : LAYOUT GANABA UN CAMPO. ESTE PASO GRABA LAS      *
      *           : SALIDAS DE LA NOCHE EN ARCHIVOS DELIMITADOS POR  *
      *           : '|' QUE NO DEPENDEN DE NUESTROS COPYS:           *
      *           :    DW457SS  RB457SS COMPLETO                     *
      *           :    DWHISSS  RBHISSS, SOLO LO DE LA FECHA DE      *
      *           :             PROCESO (DELTA DE RBD493)            *
      *           :    DWGLISS  RBGLISS COMPLETO                     *
      *           :    DW463SS  RB463SS, ALTAS Y RESOLUCIONES DEL DIA*
      *           :    DWLEDSS  RBLEDSS, CORRIDAS DEL DIA            *
      *           : SOLO CORRE SI RBD474 CUADRO LA NOCHE             *
      * FECHA     : 09 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192178                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192178                                       *
      * FECHA  : 09 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. CONTRATO DE CADA      *
      *          ARCHIVO: LA PRIMERA COLUMNA ES EL TIPO DE FILA      *
      *             'H' ENCABEZADO CON LOS NOMBRES DE COLUMNA        *
      *             'V' VERSION DE ESQUEMA: ARCHIVO|VERSION|FECHA DE *
      *                 PROCESO|PROGRAMA                             *
      *             'D' DATOS                                        *
      *             'T' CONTROL: CANTIDAD DE FILAS 'D'|TOTAL DE      *
      *                 CONTROL (SUMA DE MONTO; EN DWLEDSS SUMA DE   *
      *                 RETURN-CODE)                                 *
      *          NUMEROS SIN EDITAR CON CEROS A LA IZQUIERDA, MONTOS *
      *          CON PUNTO DECIMAL, TEXTOS SIN BLANCOS A LA DERECHA  *
      *          Y CON '|' CAMBIADO POR '/'. ENTIDAD EN BLANCO SALE  *
      *          '01'. UN CAMPO NUEVO VA SIEMPRE AL FINAL DE LA FILA *
      *          Y SUBE LA VERSION DE ESQUEMA DE ESE ARCHIVO.        *
      *          PRECONDICION: EL ULTIMO REGISTRO DE RBD474 EN       *
      *          RBLEDSS PARA LA FECHA DE PROCESO TERMINO CON RC 0   *
      *          Y CERO DIFERENCIAS; SI NO, NO SE GRABA NADA Y SE    *
      *          DEVUELVE RETURN-CODE 8                              *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD524.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 09 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RB457SS     ASSIGN TO SYS001-RB457SS
                               FILE STATUS ES-RB457SS.

           SELECT  RBHISSS     ASSIGN TO SYS002-RBHISSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RBHIS-LLAVE
                               FILE STATUS ES-RBHISSS.

           SELECT  RBGLISS     ASSIGN TO SYS003-RBGLISS
                               FILE STATUS ES-RBGLISS.

           SELECT  RB463SS     ASSIGN TO SYS004-RB463SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RB463SS-LLAVE
                               FILE STATUS ES-RB463SS.

           SELECT  DW457SS     ASSIGN TO SYS005-DW457SS
                               FILE STATUS ES-DW457SS.

           SELECT  DWHISSS     ASSIGN TO SYS006-DWHISSS
                               FILE STATUS ES-DWHISSS.

           SELECT  DWGLISS     ASSIGN TO SYS007-DWGLISS
                               FILE STATUS ES-DWGLISS.

           SELECT  DW463SS     ASSIGN TO SYS008-DW463SS
                               FILE STATUS ES-DW463SS.

           SELECT  DWLEDSS     ASSIGN TO SYS009-DWLEDSS
                               FILE STATUS ES-DWLEDSS.

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
      * SUSPENSO DE CANAL, MISMO LAYOUT QUE MANTIENE RBD471            *
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
      * ARCHIVOS DELIMITADOS PARA EL DATA WAREHOUSE                    *
      *----------------------------------------------------------------*
       FD  DW457SS.
       01  REG-DW457SS                    PIC X(400).

       FD  DWHISSS.
       01  REG-DWHISSS                    PIC X(400).

       FD  DWGLISS.
       01  REG-DWGLISS                    PIC X(400).

       FD  DW463SS.
       01  REG-DW463SS                    PIC X(400).

       FD  DWLEDSS.
       01  REG-DWLEDSS                    PIC X(400).

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
           03  ES-RB457SS                   PIC   X(02).
           03  ES-RBHISSS                   PIC   X(02).
           03  ES-RBGLISS                   PIC   X(02).
           03  ES-RB463SS                   PIC   X(02).
           03  ES-DW457SS                   PIC   X(02).
           03  ES-DWHISSS                   PIC   X(02).
           03  ES-DWGLISS                   PIC   X(02).
           03  ES-DW463SS                   PIC   X(02).
           03  ES-DWLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-SALIDA                    PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  SW-FIN-BROWSE                PIC   9(01).
           03  WK-SW-RBD474-VISTO           PIC   9(01).
           03  WK-SW-RBD474-CUADRA          PIC   9(01).
           03  WK-RBD474-HORA               PIC   9(08).
           03  WK-RBD474-RC                 PIC   9(04).
           03  WK-RBD474-DIFERENCIAS        PIC   9(10).
           03  WK-IX-SALIDA                 PIC   9(01).
           03  WK-IX-CONT                   PIC   9(02).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-FILAS-ARCHIVO             PIC   9(10).
           03  WK-TOTAL-CONTROL             PIC   9(16)V9(02).
           03  WK-EXP-457                   PIC   9(10).
           03  WK-EXP-HIS                   PIC   9(10).
           03  WK-EXP-GLI                   PIC   9(10).
           03  WK-EXP-463                   PIC   9(10).
           03  WK-EXP-LED                   PIC   9(10).

      * VERSION DE ESQUEMA DE CADA ARCHIVO. AGREGAR UNA COLUMNA (AL
      * FINAL DE LA FILA) OBLIGA A SUBIR LA VERSION DE ESE ARCHIVO
       01  WK-VERSION-DW457                 PIC   X(02) VALUE '01'.
       01  WK-VERSION-DWHIS                 PIC   X(02) VALUE '01'.
       01  WK-VERSION-DWGLI                 PIC   X(02) VALUE '01'.
       01  WK-VERSION-DW463                 PIC   X(02) VALUE '01'.
       01  WK-VERSION-DWLED                 PIC   X(02) VALUE '01'.

       01  WK-ENCAB-DW457.
           03 FILLER                       PIC X(47) VALUE
              'H|NUM_CTA|NUM_TRANSAC|TIP_TRANSAC|MONTO|MONEDA|'.
           03 FILLER                       PIC X(42) VALUE
              'FECHA_TRANSAC|HORA_TRANSAC|NOMB_ARCH_CARG|'.
           03 FILLER                       PIC X(29) VALUE
              'NOMBRE_RED|RED_ADQUIR|ENTIDAD'.

       01  WK-ENCAB-DWHIS.
           03 FILLER                       PIC X(48) VALUE
              'H|NUM_CTA|FECHA_TRANSAC|NUM_TRANSAC|TIP_TRANSAC|'.
           03 FILLER                       PIC X(37) VALUE
              'MONTO|MONEDA|HORA_TRANSAC|RED_ADQUIR|'.
           03 FILLER                       PIC X(13) VALUE
              'FECHA_PROCESO'.

       01  WK-ENCAB-DWGLI.
           03 FILLER                       PIC X(48) VALUE
              'H|FECHA_PROCESO|REF_PROGRAMA|REF_FECHA|REF_HORA|'.
           03 FILLER                       PIC X(41) VALUE
              'ORIGEN|RED_ADQUIR|MONEDA|CUENTA_CONTABLE|'.
           03 FILLER                       PIC X(18) VALUE
              'CANT_TRANSAC|MONTO'.

       01  WK-ENCAB-DW463.
           03 FILLER                       PIC X(47) VALUE
              'H|NUM_CTA|NUM_TRANSAC|TIP_TRANSAC|MONTO|MONEDA|'.
           03 FILLER                       PIC X(42) VALUE
              'FECHA_TRANSAC|HORA_TRANSAC|NOMB_ARCH_CARG|'.
           03 FILLER                       PIC X(34) VALUE
              'NOMBRE_RED|ESTADO|FECHA_ALTA_SUSP|'.
           03 FILLER                       PIC X(23) VALUE
              'FECHA_RESOLUCION|CAMBIO'.

      * DWLEDSS: LAS 10 PAREJAS CONT_NOMBRE_NN|CONT_VALOR_NN SE ARMAN
      * EN 510-ENCABEZADO-DWLEDSS
       01  WK-ENCAB-DWLED.
           03 FILLER                       PIC X(47) VALUE
              'H|PROGRAMA|FECHA_PROCESO|HORA_INICIO|FECHA_FIN|'.
           03 FILLER                       PIC X(36) VALUE
              'HORA_FIN|RETURN_CODE|CANT_CONTADORES'.

      * FILA EN ARMADO Y CAMPO A AGREGAR
       01  WK-FILA                          PIC   X(400).
       01  WK-PTR                           PIC   9(04).
       01  WK-CAMPO                         PIC   X(100).
       01  WK-CAMPO-R REDEFINES WK-CAMPO.
           03  WK-CAMPO-CH OCCURS 100 TIMES PIC   X(01).
       01  WK-LARGO-CAMPO                   PIC   9(03).
       01  WK-TIPO-FILA                     PIC   X(01).
       01  WK-NOMBRE-CONT.
           03 FILLER                       PIC X(12) VALUE
              'CONT_NOMBRE_'.
           03 WK-NC-NUMERO                  PIC 9(02).
       01  WK-VALOR-CONT.
           03 FILLER                       PIC X(11) VALUE
              'CONT_VALOR_'.
           03 WK-VC-NUMERO                  PIC 9(02).

       01  WK-ED-MONTO                      PIC   9(15).99.
       01  WK-ED-TOTAL                      PIC   9(16).99.

       01  WK-ARCHIVO-VERSION               PIC   X(08).
       01  WK-VERSION                       PIC   X(02).

       01  WK-FECHA-SISTEMA                 PIC       9(8).
       01  WK-HORA-INICIO                   PIC       9(8).
       01  WK-HORA-FIN                      PIC       9(8).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           PERFORM 200-EXPORTAR-RB457SS THRU 200-FIN.
           PERFORM 300-EXPORTAR-RBHISSS THRU 300-FIN.
           PERFORM 400-EXPORTAR-RBGLISS THRU 400-FIN.
           PERFORM 450-EXPORTAR-RB463SS THRU 450-FIN.
           PERFORM 500-EXPORTAR-RBLEDSS THRU 500-FIN.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.

           INITIALIZE  WK-VARIABLES.

           PERFORM 106-LEER-FECPRSS   THRU 106-FIN.
           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.

           OPEN INPUT RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR BITACORA RBLEDSS ' ES-RBLEDSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 110-VERIFICAR-RBD474 THRU 110-FIN.

           IF WK-SW-RBD474-CUADRA = 0
              CLOSE RBLEDSS
              MOVE 8 TO RETURN-CODE
              PERFORM 995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       100-FIN.
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
      * PRECONDICION: LA ULTIMA CORRIDA DE RBD474 DE LA FECHA DE       *
      * PROCESO TERMINO (FECHA-FIN INFORMADA) CON RC 0 Y SU CONTADOR   *
      * DIFERENCIAS EN CERO                                            *
      *----------------------------------------------------------------*
       110-VERIFICAR-RBD474.

           MOVE 'RBD474  '       TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA TO RBLEDG-FECHA-PROCESO.
           MOVE 0                TO RBLEDG-HORA-INICIO.
           START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE.
           IF ES-RBLEDSS = '00'
              MOVE 0 TO SW-FIN-BROWSE
              PERFORM 1100-LEER-CORRIDA-RBD474 THRU 1100-FIN
                      UNTIL SW-FIN-BROWSE = 1
           END-IF.

           IF WK-SW-RBD474-VISTO = 0
              DISPLAY 'RBD474 NO CORRIO PARA LA FECHA DE PROCESO '
                      WK-FECHA-SISTEMA
              DISPLAY 'NO SE EXPORTA. RETURN-CODE 8'
              GO TO 110-FIN
           END-IF.

           DISPLAY 'ULTIMA CORRIDA DE RBD474 : ' WK-RBD474-HORA
                   ' RC ' WK-RBD474-RC
                   ' DIFERENCIAS ' WK-RBD474-DIFERENCIAS.
           IF WK-SW-RBD474-CUADRA = 0
              DISPLAY 'RBD474 NO CUADRO LA NOCHE. NO SE EXPORTA. '
                      'RETURN-CODE 8'
           END-IF.

       110-FIN.
           EXIT.

       1100-LEER-CORRIDA-RBD474.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS NOT = '00'
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 1100-FIN
           END-IF.
           IF RBLEDG-PROGRAMA NOT = 'RBD474  ' OR
              RBLEDG-FECHA-PROCESO NOT = WK-FECHA-SISTEMA
              MOVE 1 TO SW-FIN-BROWSE
              GO TO 1100-FIN
           END-IF.

           MOVE 1                    TO WK-SW-RBD474-VISTO.
           MOVE RBLEDG-HORA-INICIO   TO WK-RBD474-HORA.
           MOVE RBLEDG-RETURN-CODE   TO WK-RBD474-RC.
           MOVE RBLEDG-CONT-VALOR(2) TO WK-RBD474-DIFERENCIAS.
           IF RBLEDG-FECHA-FIN > 0 AND
              RBLEDG-RETURN-CODE = 0 AND
              RBLEDG-CONT-VALOR(2) = 0
              MOVE 1 TO WK-SW-RBD474-CUADRA
           ELSE
              MOVE 0 TO WK-SW-RBD474-CUADRA
           END-IF.

       1100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DW457SS: RB457SS COMPLETO (PUEDE TRAER MAS DE UN TRL SI HUBO   *
      * CORRIDAS EN EXTEND)                                            *
      *----------------------------------------------------------------*
       200-EXPORTAR-RB457SS.

           OPEN INPUT RB457SS.
           IF   ES-RB457SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB457SS ' ES-RB457SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 1 TO WK-IX-SALIDA.
           PERFORM 800-ABRIR-SALIDA THRU 800-FIN.
           MOVE WK-ENCAB-DW457 TO WK-FILA.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.
           MOVE 'RB457SS '       TO WK-ARCHIVO-VERSION.
           MOVE WK-VERSION-DW457 TO WK-VERSION.
           PERFORM 810-FILA-VERSION THRU 810-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 210-LEER-RB457SS THRU 210-FIN
                   UNTIL SW-FIN = 1.

           PERFORM 820-FILA-CONTROL THRU 820-FIN.
           MOVE WK-FILAS-ARCHIVO TO WK-EXP-457.
           CLOSE RB457SS DW457SS.

       200-FIN.
           EXIT.

       210-LEER-RB457SS.

           READ RB457SS.
           IF ES-RB457SS NOT = '00'
              IF ES-RB457SS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO RB457SS ' ES-RB457SS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 210-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RB457SS-TRL-TIPO-REG = 'TRL'
              GO TO 210-FIN
           END-IF.

           MOVE 'D' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE RB457SS-NUM-CTA        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-NUM-TRANSAC    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-TIP-TRANSAC    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-MONTO-TRANSAC  TO WK-ED-MONTO.
           MOVE WK-ED-MONTO            TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-MONEDA         TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-FECHA-TRANSAC  TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-HORA-TRANSAC   TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-NOMB-ARCH-CARG TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-NOMBRE-RED     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB457SS-RED-ADQUIR     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           IF RB457SS-ENTIDAD = SPACES
              MOVE '01'                TO WK-CAMPO
           ELSE
              MOVE RB457SS-ENTIDAD     TO WK-CAMPO
           END-IF.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.

           ADD RB457SS-MONTO-TRANSAC TO WK-TOTAL-CONTROL.
           PERFORM 880-GRABAR-DATO THRU 880-FIN.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DWHISSS: DELTA DEL HISTORICO, LOS REGISTROS QUE RBD493 GRABO   *
      * CON LA FECHA DE PROCESO                                        *
      *----------------------------------------------------------------*
       300-EXPORTAR-RBHISSS.

           OPEN INPUT RBHISSS.
           IF   ES-RBHISSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RBHISSS ' ES-RBHISSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 2 TO WK-IX-SALIDA.
           PERFORM 800-ABRIR-SALIDA THRU 800-FIN.
           MOVE WK-ENCAB-DWHIS TO WK-FILA.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.
           MOVE 'RBHISSS '       TO WK-ARCHIVO-VERSION.
           MOVE WK-VERSION-DWHIS TO WK-VERSION.
           PERFORM 810-FILA-VERSION THRU 810-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 310-LEER-RBHISSS THRU 310-FIN
                   UNTIL SW-FIN = 1.

           PERFORM 820-FILA-CONTROL THRU 820-FIN.
           MOVE WK-FILAS-ARCHIVO TO WK-EXP-HIS.
           CLOSE RBHISSS DWHISSS.

       300-FIN.
           EXIT.

       310-LEER-RBHISSS.

           READ RBHISSS NEXT RECORD.
           IF ES-RBHISSS NOT = '00'
              IF ES-RBHISSS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO RBHISSS ' ES-RBHISSS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 310-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RBHIS-FECHA-PROCESO NOT = WK-FECHA-SISTEMA
              GO TO 310-FIN
           END-IF.

           MOVE 'D' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE RBHIS-NUM-CTA          TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-FECHA-TRANSAC    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-NUM-TRANSAC      TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-TIP-TRANSAC      TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-MONTO-TRANSAC    TO WK-ED-MONTO.
           MOVE WK-ED-MONTO            TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-MONEDA           TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-HORA-TRANSAC     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-RED-ADQUIR       TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBHIS-FECHA-PROCESO    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.

           ADD RBHIS-MONTO-TRANSAC TO WK-TOTAL-CONTROL.
           PERFORM 880-GRABAR-DATO THRU 880-FIN.

       310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DWGLISS: INTERFASE AL MAYOR DE LA NOCHE (RBD500 Y LOS AJUSTES  *
      * QUE AGREGA RBD516)                                             *
      *----------------------------------------------------------------*
       400-EXPORTAR-RBGLISS.

           OPEN INPUT RBGLISS.
           IF   ES-RBGLISS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RBGLISS ' ES-RBGLISS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 3 TO WK-IX-SALIDA.
           PERFORM 800-ABRIR-SALIDA THRU 800-FIN.
           MOVE WK-ENCAB-DWGLI TO WK-FILA.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.
           MOVE 'RBGLISS '       TO WK-ARCHIVO-VERSION.
           MOVE WK-VERSION-DWGLI TO WK-VERSION.
           PERFORM 810-FILA-VERSION THRU 810-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 410-LEER-RBGLISS THRU 410-FIN
                   UNTIL SW-FIN = 1.

           PERFORM 820-FILA-CONTROL THRU 820-FIN.
           MOVE WK-FILAS-ARCHIVO TO WK-EXP-GLI.
           CLOSE RBGLISS DWGLISS.

       400-FIN.
           EXIT.

       410-LEER-RBGLISS.

           READ RBGLISS.
           IF ES-RBGLISS NOT = '00'
              IF ES-RBGLISS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO RBGLISS ' ES-RBGLISS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 410-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.

           MOVE 'D' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE RBGLI-FECHA-PROCESO    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-REF-PROGRAMA     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-REF-FECHA        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-REF-HORA         TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-ORIGEN           TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-RED-ADQUIR       TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-MONEDA           TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-CUENTA-CONTABLE  TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-CANT-TRANSAC     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBGLI-MONTO            TO WK-ED-MONTO.
           MOVE WK-ED-MONTO            TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.

           ADD RBGLI-MONTO TO WK-TOTAL-CONTROL.
           PERFORM 880-GRABAR-DATO THRU 880-FIN.

       410-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DW463SS: CAMBIOS DE ESTADO DEL SUSPENSO EN LA FECHA: ALTAS     *
      * (CAMBIO 'A') Y RESOLUCIONES (CAMBIO 'R', CON EL ESTADO FINAL). *
      * UNA PARTIDA QUE ENTRO Y SALIO EL MISMO DIA SALE UNA VEZ COMO   *
      * RESOLUCION                                                     *
      *----------------------------------------------------------------*
       450-EXPORTAR-RB463SS.

           OPEN INPUT RB463SS.
           IF   ES-RB463SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR ARCHIVO RB463SS ' ES-RB463SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 4 TO WK-IX-SALIDA.
           PERFORM 800-ABRIR-SALIDA THRU 800-FIN.
           MOVE WK-ENCAB-DW463 TO WK-FILA.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.
           MOVE 'RB463SS '       TO WK-ARCHIVO-VERSION.
           MOVE WK-VERSION-DW463 TO WK-VERSION.
           PERFORM 810-FILA-VERSION THRU 810-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 460-LEER-RB463SS THRU 460-FIN
                   UNTIL SW-FIN = 1.

           PERFORM 820-FILA-CONTROL THRU 820-FIN.
           MOVE WK-FILAS-ARCHIVO TO WK-EXP-463.
           CLOSE RB463SS DW463SS.

       450-FIN.
           EXIT.

       460-LEER-RB463SS.

           READ RB463SS NEXT RECORD.
           IF ES-RB463SS NOT = '00'
              IF ES-RB463SS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO RB463SS ' ES-RB463SS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 460-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RB463SS-FECHA-ALTA-SUSP  NOT = WK-FECHA-SISTEMA AND
              RB463SS-FECHA-RESOLUCION NOT = WK-FECHA-SISTEMA
              GO TO 460-FIN
           END-IF.

           MOVE 'D' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE RB463SS-NUM-CTA        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-NUM-TRANSAC    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-TIP-TRANSAC    TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-MONTO-TRANSAC  TO WK-ED-MONTO.
           MOVE WK-ED-MONTO            TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-MONEDA         TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-FECHA-TRANSAC  TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-HORA-TRANSAC   TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-NOMB-ARCH-CARG TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-NOMBRE-RED     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-ESTADO         TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-FECHA-ALTA-SUSP  TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RB463SS-FECHA-RESOLUCION TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           IF RB463SS-FECHA-RESOLUCION = WK-FECHA-SISTEMA
              MOVE 'R'                 TO WK-CAMPO
           ELSE
              MOVE 'A'                 TO WK-CAMPO
           END-IF.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.

           ADD RB463SS-MONTO-TRANSAC TO WK-TOTAL-CONTROL.
           PERFORM 880-GRABAR-DATO THRU 880-FIN.

       460-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DWLEDSS: REGISTROS DE RBLEDSS DE LA FECHA DE PROCESO, DE TODOS *
      * LOS PROGRAMAS. LA BITACORA VA POR PROGRAMA, SE RECORRE ENTERA  *
      *----------------------------------------------------------------*
       500-EXPORTAR-RBLEDSS.

           MOVE 5 TO WK-IX-SALIDA.
           PERFORM 800-ABRIR-SALIDA THRU 800-FIN.
           PERFORM 510-ENCABEZADO-DWLEDSS THRU 510-FIN.
           MOVE 'RBLEDSS '       TO WK-ARCHIVO-VERSION.
           MOVE WK-VERSION-DWLED TO WK-VERSION.
           PERFORM 810-FILA-VERSION THRU 810-FIN.

           MOVE LOW-VALUES TO RBLEDG-LLAVE.
           START RBLEDSS KEY IS NOT LESS THAN RBLEDG-LLAVE.
           IF ES-RBLEDSS = '00'
              MOVE 0 TO SW-FIN
              PERFORM 520-LEER-RBLEDSS THRU 520-FIN
                      UNTIL SW-FIN = 1
           END-IF.

           PERFORM 820-FILA-CONTROL THRU 820-FIN.
           MOVE WK-FILAS-ARCHIVO TO WK-EXP-LED.
           CLOSE DWLEDSS.

       500-FIN.
           EXIT.

       510-ENCABEZADO-DWLEDSS.

           MOVE SPACES         TO WK-FILA.
           MOVE WK-ENCAB-DWLED TO WK-FILA.
           MOVE 1 TO WK-PTR.
           INSPECT WK-FILA TALLYING WK-PTR
                   FOR CHARACTERS BEFORE INITIAL '  '.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 5100-ENCABEZADO-CONTADOR THRU 5100-FIN
                   UNTIL WK-IX-CONT >= 10.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.

       510-FIN.
           EXIT.

       5100-ENCABEZADO-CONTADOR.

           ADD 1 TO WK-IX-CONT.
           MOVE WK-IX-CONT TO WK-NC-NUMERO WK-VC-NUMERO.
           STRING '|' WK-NOMBRE-CONT '|' WK-VALOR-CONT
                  DELIMITED BY SIZE
                  INTO WK-FILA WITH POINTER WK-PTR.

       5100-FIN.
           EXIT.

       520-LEER-RBLEDSS.

           READ RBLEDSS NEXT RECORD.
           IF ES-RBLEDSS NOT = '00'
              IF ES-RBLEDSS = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER BITACORA RBLEDSS ' ES-RBLEDSS
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              GO TO 520-FIN
           END-IF.
           ADD 1 TO WK-LEIDOS.
           IF RBLEDG-FECHA-PROCESO NOT = WK-FECHA-SISTEMA
              GO TO 520-FIN
           END-IF.

           MOVE 'D' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE RBLEDG-PROGRAMA        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-FECHA-PROCESO   TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-HORA-INICIO     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-FECHA-FIN       TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-HORA-FIN        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-RETURN-CODE     TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-CANT-CONTADORES TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE 0 TO WK-IX-CONT.
           PERFORM 5200-AGREGAR-CONTADOR THRU 5200-FIN
                   UNTIL WK-IX-CONT >= 10.

           ADD RBLEDG-RETURN-CODE TO WK-TOTAL-CONTROL.
           PERFORM 880-GRABAR-DATO THRU 880-FIN.

       520-FIN.
           EXIT.

       5200-AGREGAR-CONTADOR.

           ADD 1 TO WK-IX-CONT.
           MOVE RBLEDG-CONT-NOMBRE(WK-IX-CONT) TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE RBLEDG-CONT-VALOR(WK-IX-CONT)  TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.

       5200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RUTINAS COMUNES DE LOS ARCHIVOS DELIMITADOS. WK-IX-SALIDA:     *
      * 1 DW457SS, 2 DWHISSS, 3 DWGLISS, 4 DW463SS, 5 DWLEDSS          *
      *----------------------------------------------------------------*
       800-ABRIR-SALIDA.

           MOVE 0 TO WK-FILAS-ARCHIVO.
           MOVE 0 TO WK-TOTAL-CONTROL.

           EVALUATE WK-IX-SALIDA
               WHEN 1
                   OPEN OUTPUT DW457SS
                   MOVE ES-DW457SS TO ES-SALIDA
               WHEN 2
                   OPEN OUTPUT DWHISSS
                   MOVE ES-DWHISSS TO ES-SALIDA
               WHEN 3
                   OPEN OUTPUT DWGLISS
                   MOVE ES-DWGLISS TO ES-SALIDA
               WHEN 4
                   OPEN OUTPUT DW463SS
                   MOVE ES-DW463SS TO ES-SALIDA
               WHEN 5
                   OPEN OUTPUT DWLEDSS
                   MOVE ES-DWLEDSS TO ES-SALIDA
           END-EVALUATE.

           IF ES-SALIDA NOT = '00'
              DISPLAY 'ERROR AL ABRIR ARCHIVO DELIMITADO ' WK-IX-SALIDA
                      ' ' ES-SALIDA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

       800-FIN.
           EXIT.

       810-FILA-VERSION.

           MOVE 'V' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE WK-ARCHIVO-VERSION TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE WK-VERSION         TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE WK-FECHA-SISTEMA   TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE 'RBD524'           TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.

       810-FIN.
           EXIT.

       820-FILA-CONTROL.

           MOVE 'T' TO WK-TIPO-FILA.
           PERFORM 850-INICIAR-FILA THRU 850-FIN.
           MOVE WK-FILAS-ARCHIVO   TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           MOVE WK-TOTAL-CONTROL   TO WK-ED-TOTAL.
           MOVE WK-ED-TOTAL        TO WK-CAMPO.
           PERFORM 860-AGREGAR-CAMPO THRU 860-FIN.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.

       820-FIN.
           EXIT.

       850-INICIAR-FILA.

           MOVE SPACES TO WK-FILA.
           MOVE 1      TO WK-PTR.
           STRING WK-TIPO-FILA DELIMITED BY SIZE
                  INTO WK-FILA WITH POINTER WK-PTR.

       850-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * AGREGA '|' Y WK-CAMPO SIN LOS BLANCOS DE LA DERECHA. UN '|'    *
      * DENTRO DEL TEXTO SE CAMBIA POR '/' PARA NO ROMPER LA FILA      *
      *----------------------------------------------------------------*
       860-AGREGAR-CAMPO.

           INSPECT WK-CAMPO REPLACING ALL '|' BY '/'.
           MOVE 100 TO WK-LARGO-CAMPO.
           PERFORM 8600-RECORTAR THRU 8600-FIN
                   UNTIL WK-LARGO-CAMPO = 0 OR
                         WK-CAMPO-CH(WK-LARGO-CAMPO) NOT = SPACE.

           IF WK-LARGO-CAMPO = 0
              STRING '|' DELIMITED BY SIZE
                     INTO WK-FILA WITH POINTER WK-PTR
           ELSE
              STRING '|' WK-CAMPO(1:WK-LARGO-CAMPO)
                     DELIMITED BY SIZE
                     INTO WK-FILA WITH POINTER WK-PTR
           END-IF.

       860-FIN.
           EXIT.

       8600-RECORTAR.

           SUBTRACT 1 FROM WK-LARGO-CAMPO.

       8600-FIN.
           EXIT.

       880-GRABAR-DATO.

           ADD 1 TO WK-FILAS-ARCHIVO.
           PERFORM 890-GRABAR-FILA THRU 890-FIN.

       880-FIN.
           EXIT.

       890-GRABAR-FILA.

           EVALUATE WK-IX-SALIDA
               WHEN 1
                   WRITE REG-DW457SS FROM WK-FILA
                   MOVE ES-DW457SS TO ES-SALIDA
               WHEN 2
                   WRITE REG-DWHISSS FROM WK-FILA
                   MOVE ES-DWHISSS TO ES-SALIDA
               WHEN 3
                   WRITE REG-DWGLISS FROM WK-FILA
                   MOVE ES-DWGLISS TO ES-SALIDA
               WHEN 4
                   WRITE REG-DW463SS FROM WK-FILA
                   MOVE ES-DW463SS TO ES-SALIDA
               WHEN 5
                   WRITE REG-DWLEDSS FROM WK-FILA
                   MOVE ES-DWLEDSS TO ES-SALIDA
           END-EVALUATE.

           IF ES-SALIDA NOT = '00'
              DISPLAY 'ERROR AL GRABAR ARCHIVO DELIMITADO '
                      WK-IX-SALIDA ' ' ES-SALIDA
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       890-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD524 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD524 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'REGS. LEIDOS               : ' WK-LEIDOS
              DISPLAY 'FILAS DW457SS              : ' WK-EXP-457
              DISPLAY 'FILAS DWHISSS              : ' WK-EXP-HIS
              DISPLAY 'FILAS DWGLISS              : ' WK-EXP-GLI
              DISPLAY 'FILAS DW463SS              : ' WK-EXP-463
              DISPLAY 'FILAS DWLEDSS              : ' WK-EXP-LED
              DISPLAY '--------------------------------------'.

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

           MOVE 'RBD524  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           INITIALIZE RBLEDG-CONTADORES.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS'             TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'FILAS-DW457SS'      TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-EXP-457           TO RBLEDG-CONT-VALOR(2).
           MOVE 'FILAS-DWHISSS'      TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-EXP-HIS           TO RBLEDG-CONT-VALOR(3).
           MOVE 'FILAS-DWGLISS'      TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-EXP-GLI           TO RBLEDG-CONT-VALOR(4).
           MOVE 'FILAS-DW463SS'      TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-EXP-463           TO RBLEDG-CONT-VALOR(5).
           MOVE 'FILAS-DWLEDSS'      TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-EXP-LED           TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.

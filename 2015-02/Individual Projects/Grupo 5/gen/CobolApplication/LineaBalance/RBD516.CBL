      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : FACTURACION Y COBRANZA DE TARIFAS DE INTERCAMBIO *
      * OBJETIVO  : RBD502 CALCULA LO QUE SE LE DEBE A CADA RED Y LO *
      *           : QUE CADA RED NOS DEBE, PERO NADIE SIGUE SI LA    *
      *           : FACTURA SE PAGO. ESTE PASO CONVIERTE LOS         *
      *           : TOTALES DEL RB502SS DE UN PERIODO EN UNA FACTURA *
      *           : POR RED, SENTIDO Y MONEDA (RB516FC), LAS LLEVA   *
      *           : AL MAESTRO DE CUENTAS POR COBRAR Y POR PAGAR     *
      *           : RB516FM, APLICA LOS COBROS Y REMESAS DE RB516PG, *
      *           : ENVEJECE LOS SALDOS ABIERTOS (LISTADO RB516AG) Y *
      *           : MANDA LA POSICION NETA DE TARIFAS DEL PERIODO A  *
      *           : LA INTERFASE CONTABLE RBGLISS, EN VEZ DE LA      *
      *           : PLANILLA DE FINANZAS                             *
      * FECHA     : 22 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192165                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192165                                       *
      * FECHA  : 22 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM516SS: PERIODO=   *
      *          AAAAMM (SIN ELLA NO SE FACTURA, SOLO SE APLICAN     *
      *          PAGOS Y SE ENVEJECE) Y DIAS-PLAZO= (DEFAULT 30).    *
      *          UNA FACTURA YA EXISTENTE NO SE VUELVE A EMITIR NI   *
      *          A CONTABILIZAR (RC 4). UN PAGO CON PERIODO VA A ESA *
      *          FACTURA; SIN PERIODO CANCELA LAS MAS ANTIGUAS DE LA *
      *          RED, SENTIDO Y MONEDA. LO QUE NO SE PUEDE APLICAR   *
      *          SALE EN RB516NA CON SU MOTIVO (RC 4). LA POSICION   *
      *          NETA VA CON ORIGEN 'TIC' (NETO POR COBRAR) O 'TIP'  *
      *          (NETO POR PAGAR) Y SU CUENTA DE GLCTASS             *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD516.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 22 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM516SS   ASSIGN TO SYS001-PARM516SS
                               FILE STATUS ES-PARM516SS.

           SELECT  RB502SS     ASSIGN TO SYS002-RB502SS
                               FILE STATUS ES-RB502SS.

           SELECT  RB516PG     ASSIGN TO SYS003-RB516PG
                               FILE STATUS ES-RB516PG.

           SELECT  RB516FM     ASSIGN TO SYS004-RB516FM
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB516FM-LLAVE
                               FILE STATUS ES-RB516FM.

           SELECT  RB516FC     ASSIGN TO SYS005-RB516FC
                               FILE STATUS ES-RB516FC.

           SELECT  RB516NA     ASSIGN TO SYS006-RB516NA
                               FILE STATUS ES-RB516NA.

           SELECT  RB516AG     ASSIGN TO SYS007-RB516AG
                               FILE STATUS ES-RB516AG.

           SELECT  GLCTASS     ASSIGN TO SYS008-GLCTASS
                               FILE STATUS ES-GLCTASS.

           SELECT  RBGLISS     ASSIGN TO SYS009-RBGLISS
                               FILE STATUS ES-RBGLISS.

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
       FD  PARM516SS.
       01  REG-PARM516SS                  PIC X(80).

      *----------------------------------------------------------------*
      * DETALLE DE LIQUIDACION DEL PERIODO, TAL COMO LO GRABA RBD502   *
      *----------------------------------------------------------------*
       FD  RB502SS.
       01  REG-RB502SS.
           03 RB502SS-RED-ADQUIR          PIC X(02).
           03 RB502SS-NUM-CTA             PIC 9(16).
           03 RB502SS-NUM-TRANSAC         PIC 9(16).
           03 RB502SS-TIP-TRANSAC         PIC X(03).
           03 RB502SS-FECHA-TRANSAC       PIC 9(08).
           03 RB502SS-MONEDA              PIC X(03).
           03 RB502SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB502SS-TARIFA              PIC 9(11)V9(02).
           03 RB502SS-SENTIDO             PIC X(01).
              88 RB502SS-POR-COBRAR       VALUE 'C'.
              88 RB502SS-POR-PAGAR        VALUE 'P'.

      *----------------------------------------------------------------*
      * COBROS RECIBIDOS DE LAS REDES (SENTIDO 'C') Y REMESAS NUESTRAS *
      * A LAS REDES (SENTIDO 'P'). PERIODO EN CERO = APLICAR A LAS     *
      * FACTURAS MAS ANTIGUAS DE LA RED, SENTIDO Y MONEDA              *
      *----------------------------------------------------------------*
       FD  RB516PG.
       01  REG-RB516PG.
           03 RB516PG-RED-ADQUIR          PIC X(02).
           03 RB516PG-MONEDA              PIC X(03).
           03 RB516PG-SENTIDO             PIC X(01).
           03 RB516PG-FECHA-PAGO          PIC 9(08).
           03 RB516PG-MONTO               PIC 9(13)V9(02).
           03 RB516PG-PERIODO             PIC 9(06).
           03 RB516PG-REFERENCIA          PIC X(20).
           03 FILLER                      PIC X(25).

      *----------------------------------------------------------------*
      * MAESTRO DE CUENTAS POR COBRAR Y POR PAGAR A LAS REDES: UNA     *
      * FACTURA POR RED + SENTIDO + MONEDA + PERIODO. EL ORDEN DE LA   *
      * LLAVE DEJA JUNTAS Y POR ANTIGUEDAD LAS FACTURAS DE UNA RED,    *
      * SENTIDO Y MONEDA PARA APLICAR PAGOS SIN PERIODO                *
      *----------------------------------------------------------------*
       FD  RB516FM.
       01  REG-RB516FM.
           03 RB516FM-LLAVE.
              05 RB516FM-GRUPO.
                 07 RB516FM-RED-ADQUIR    PIC X(02).
                 07 RB516FM-SENTIDO       PIC X(01).
                    88 RB516FM-POR-COBRAR VALUE 'C'.
                    88 RB516FM-POR-PAGAR  VALUE 'P'.
                 07 RB516FM-MONEDA        PIC X(03).
              05 RB516FM-PERIODO          PIC 9(06).
           03 RB516FM-ESTADO              PIC X(01).
              88 RB516FM-ABIERTA          VALUE 'A'.
              88 RB516FM-CANCELADA        VALUE 'C'.
           03 RB516FM-FECHA-EMISION       PIC 9(08).
           03 RB516FM-FECHA-VENCIMIENTO   PIC 9(08).
           03 RB516FM-CANT-TRANSAC        PIC 9(10).
           03 RB516FM-MONTO-FACTURA       PIC 9(13)V9(02).
           03 RB516FM-MONTO-APLICADO      PIC 9(13)V9(02).
           03 RB516FM-FECHA-ULT-PAGO      PIC 9(08).
           03 RB516FM-CANT-PAGOS          PIC 9(05).

      *----------------------------------------------------------------*
      * FACTURAS EMITIDAS EN LA CORRIDA, PARA LA MESA DE LIQUIDACION   *
      *----------------------------------------------------------------*
       FD  RB516FC.
       01  REG-RB516FC.
           03 RB516FC-RED-ADQUIR          PIC X(02).
           03 RB516FC-SENTIDO             PIC X(01).
           03 RB516FC-MONEDA              PIC X(03).
           03 RB516FC-PERIODO             PIC 9(06).
           03 RB516FC-FECHA-EMISION       PIC 9(08).
           03 RB516FC-FECHA-VENCIMIENTO   PIC 9(08).
           03 RB516FC-CANT-TRANSAC        PIC 9(10).
           03 RB516FC-MONTO-FACTURA       PIC 9(13)V9(02).

      *----------------------------------------------------------------*
      * PAGOS NO APLICADOS O APLICADOS EN PARTE: IMAGEN DEL PAGO, EL   *
      * MOTIVO Y EL MONTO QUE QUEDO SIN APLICAR                        *
      *   'IN' PAGO INVALIDO        'FI' FACTURA INEXISTENTE           *
      *   'FC' FACTURA YA CANCELADA 'SF' SIN FACTURAS ABIERTAS         *
      *   'SO' SOBREPAGO                                               *
      *----------------------------------------------------------------*
       FD  RB516NA.
       01  REG-RB516NA.
           03 RB516NA-PAGO                PIC X(80).
           03 RB516NA-MOTIVO              PIC X(02).
           03 RB516NA-MONTO-NO-APLICADO   PIC 9(13)V9(02).

      *----------------------------------------------------------------*
      * LISTADO DE ANTIGUEDAD DE SALDOS ABIERTOS                       *
      *----------------------------------------------------------------*
       FD  RB516AG.
       01  REG-RB516AG                    PIC X(132).

      *----------------------------------------------------------------*
      * TABLA DE CUENTAS CONTABLES: ORIGEN, RED (ESPACIOS =            *
      * CUALQUIERA) Y MONEDA, LA MISMA QUE USA RBD500                  *
      *----------------------------------------------------------------*
       FD  GLCTASS.
       01  REG-GLCTASS.
           03 GLCTA-ORIGEN                PIC X(03).
           03 GLCTA-RED-ADQUIR            PIC X(02).
           03 GLCTA-MONEDA                PIC X(03).
           03 GLCTA-CUENTA-CONTABLE       PIC 9(10).

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
           03  ES-PARM516SS                 PIC   X(02).
           03  ES-RB502SS                   PIC   X(02).
           03  ES-RB516PG                   PIC   X(02).
           03  ES-RB516FM                   PIC   X(02).
           03  ES-RB516FC                   PIC   X(02).
           03  ES-RB516NA                   PIC   X(02).
           03  ES-RB516AG                   PIC   X(02).
           03  ES-GLCTASS                   PIC   X(02).
           03  ES-RBGLISS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-PERIODO                   PIC   9(06).
           03  WK-DIAS-PLAZO                PIC   9(05).
           03  WK-FECHA-VENCIMIENTO         PIC   9(08).
           03  WK-LEIDOS-502                PIC   9(10).
           03  WK-FACTURAS                  PIC   9(10).
           03  WK-YA-FACTURADAS             PIC   9(10).
           03  WK-ASIENTOS                  PIC   9(10).
           03  WK-SIN-CUENTA                PIC   9(10).
           03  WK-PAGOS                     PIC   9(10).
           03  WK-ABONOS                    PIC   9(10).
           03  WK-NO-APLICADOS              PIC   9(10).
           03  WK-CANCELADAS                PIC   9(10).
           03  WK-ABIERTAS                  PIC   9(10).
           03  WK-SENTIDO-ACT               PIC   X(01).
           03  WK-CANT-FAC                  PIC   9(03).
           03  WK-IX-FAC                    PIC   9(03).
           03  WK-SW-FAC-HALLADA            PIC   9(01).
           03  WK-CANT-NET                  PIC   9(03).
           03  WK-IX-NET                    PIC   9(03).
           03  WK-SW-NET-HALLADO            PIC   9(01).
           03  WK-CANT-RES                  PIC   9(02).
           03  WK-IX-RES                    PIC   9(02).
           03  WK-SW-RES-HALLADO            PIC   9(01).
           03  WK-CANT-GLCTA                PIC   9(03).
           03  WK-IX-GLCTA                  PIC   9(03).
           03  WK-SW-GLCTA-HALLADA          PIC   9(01).
           03  WK-ORIGEN-ACT                PIC   X(03).
           03  WK-SALDO-PAGO                PIC   9(13)V9(02).
           03  WK-SALDO-FACTURA             PIC   9(13)V9(02).
           03  WK-MONTO-ABONO               PIC   9(13)V9(02).
           03  WK-SW-ABONO-HECHO            PIC   9(01).
           03  WK-SW-FIN-BROWSE             PIC   9(01).
           03  WK-MOTIVO                    PIC   X(02).
           03  WK-DIAS-VENCIDA              PIC   9(05).
           03  WK-IX-TRAMO                  PIC   9(01).
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

       01  WK-GRUPO-PAGO.
           03  WK-GP-RED                    PIC   X(02).
           03  WK-GP-SENTIDO                PIC   X(01).
           03  WK-GP-MONEDA                 PIC   X(03).

      *----------------------------------------------------------------*
      * TOTALES DEL PERIODO POR RED + SENTIDO + MONEDA (UNA FACTURA    *
      * POR RENGLON)                                                   *
      *----------------------------------------------------------------*
       01  TB-FACTURAS.
           03  TB-FAC OCCURS 150 TIMES.
               05 TB-FC-RED                 PIC  X(02).
               05 TB-FC-SENTIDO             PIC  X(01).
               05 TB-FC-MONEDA              PIC  X(03).
               05 TB-FC-CANT                PIC  9(10).
               05 TB-FC-MONTO               PIC  9(13)V9(02).

      *----------------------------------------------------------------*
      * POSICION NETA DE LAS FACTURAS NUEVAS POR RED + MONEDA          *
      *----------------------------------------------------------------*
       01  TB-NETOS.
           03  TB-NET OCCURS 100 TIMES.
               05 TB-NT-RED                 PIC  X(02).
               05 TB-NT-MONEDA              PIC  X(03).
               05 TB-NT-CANT                PIC  9(10).
               05 TB-NT-COBRAR              PIC  9(15)V9(02).
               05 TB-NT-PAGAR               PIC  9(15)V9(02).

       01  TB-CUENTAS-GL.
           03  TB-GL OCCURS 100 TIMES.
               05 TB-GL-ORIGEN              PIC  X(03).
               05 TB-GL-RED                 PIC  X(02).
               05 TB-GL-MONEDA              PIC  X(03).
               05 TB-GL-CUENTA              PIC  9(10).

      *----------------------------------------------------------------*
      * RESUMEN DE ANTIGUEDAD POR SENTIDO + MONEDA. TRAMOS: 1 = AL     *
      * DIA, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = MAS DE 90 DIAS        *
      * VENCIDA                                                        *
      *----------------------------------------------------------------*
       01  TB-RESUMEN.
           03  TB-RES OCCURS 40 TIMES.
               05 TB-RS-SENTIDO             PIC  X(01).
               05 TB-RS-MONEDA              PIC  X(03).
               05 TB-RS-TRAMO OCCURS 5 TIMES
                                            PIC  9(15)V9(02).
               05 TB-RS-TOTAL               PIC  9(15)V9(02).

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
       01  WK-JDN-PROCESO                   PIC   9(08).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD516'.
           03 FILLER                       PIC X(64) VALUE
              'ANTIGUEDAD DE TARIFAS DE INTERCAMBIO POR COBRAR Y PAGAR'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(35).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(43) VALUE
              'RED  SENTIDO MON PERIOD EMISION  VENCE     '.
           03 FILLER                       PIC X(45) VALUE
              'DIAS      MONTO FACTURA     MONTO APLICADO   '.
           03 FILLER                       PIC X(44) VALUE
              '   SALDO ABIERTO TRAMO                      '.

       01  WK-LINEA-DETALLE.
           03 WK-LDE-RED                    PIC X(02).
           03 FILLER                       PIC X(03).
           03 WK-LDE-SENTIDO                PIC X(06).
           03 FILLER                       PIC X(02).
           03 WK-LDE-MONEDA                 PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(01).
           03 WK-LDE-EMISION                PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-VENCIMIENTO            PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-DIAS                   PIC ZZZZ9.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-FACTURA          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-APLICADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-SALDO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01).
           03 WK-LDE-TRAMO                  PIC X(08).
           03 FILLER                       PIC X(19).

       01  WK-LINEA-RES-COLUMNAS.
           03 FILLER                       PIC X(40) VALUE
              'SENTIDO MON             AL DIA          '.
           03 FILLER                       PIC X(48) VALUE
              '1-30 DIAS         31-60 DIAS         61-90 DIAS '.
           03 FILLER                       PIC X(44) VALUE
              '    MAS DE 90 DIAS              TOTAL       '.

       01  WK-LINEA-RESUMEN.
           03 WK-LRS-SENTIDO                PIC X(06).
           03 FILLER                       PIC X(02).
           03 WK-LRS-MONEDA                 PIC X(03).
           03 WK-LRS-TRAMOS OCCURS 5 TIMES.
              05 FILLER                    PIC X(01).
              05 WK-LRS-MONTO               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(01).
           03 WK-LRS-TOTAL                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(07).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-FACTURAR-PERIODO  THRU 200-FIN.
           PERFORM 300-APLICAR-PAGOS     THRU 300-FIN.
           PERFORM 400-LISTAR-ANTIGUEDAD THRU 400-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-FACTURAS.
           INITIALIZE  TB-NETOS.
           INITIALIZE  TB-CUENTAS-GL.
           INITIALIZE  TB-RESUMEN.
           MOVE 30 TO WK-DIAS-PLAZO.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM516SS THRU 101-FIN.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.
           COMPUTE WK-JDN = WK-JDN-PROCESO + WK-DIAS-PLAZO.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN TO WK-FECHA-VENCIMIENTO.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  PERIODO A FACTURAR : ' WK-PERIODO
                   '  VENCIMIENTO : ' WK-FECHA-VENCIMIENTO.

           OPEN I-O RB516FM.
           IF   ES-RB516FM = '35'
                OPEN OUTPUT RB516FM
                CLOSE       RB516FM
                OPEN I-O    RB516FM.
           IF   ES-RB516FM NOT = '00'
                DISPLAY 'ERROR AL ABRIR MAESTRO RB516FM ' ES-RB516FM
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB516FC.
           IF   ES-RB516FC NOT = '00'
                DISPLAY 'ERROR AL ABRIR FACTURAS RB516FC ' ES-RB516FC
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB516FM
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB516NA.
           IF   ES-RB516NA NOT = '00'
                DISPLAY 'ERROR AL ABRIR NO APLICADOS RB516NA '
                         ES-RB516NA
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB516FM RB516FC
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB516AG.
           IF   ES-RB516AG NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB516AG ' ES-RB516AG
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB516FM RB516FC RB516NA
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

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

       101-LEER-PARM516SS.

           OPEN INPUT PARM516SS.
           IF   ES-PARM516SS = '97'
                MOVE '00'  TO ES-PARM516SS.
           IF   ES-PARM516SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM516SS NOT = '00'
                CLOSE PARM516SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM516SS.
           IF ES-PARM516SS = '00'
              IF REG-PARM516SS = SPACES OR REG-PARM516SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM516SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM516SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM516SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM516SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'PERIODO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 6
                      OR WK-PARM-VALOR(5:2) < '01'
                      OR WK-PARM-VALOR(5:2) > '12'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PERIODO
               WHEN 'DIAS-PLAZO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0
                      OR WK-PARM-NUMERO > 999
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-PLAZO
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM516SS: '
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

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM516SS: '
                    REG-PARM516SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FACTURACION DEL PERIODO: SE TOTALIZA EL RB502SS POR RED,       *
      * SENTIDO Y MONEDA, SE DA DE ALTA CADA FACTURA EN EL MAESTRO Y   *
      * SE CONTABILIZA LA POSICION NETA DE LAS FACTURAS NUEVAS. LOS    *
      * ASIENTOS SE AGREGAN AL FINAL DE LA INTERFASE RBGLISS DEL DIA   *
      *----------------------------------------------------------------*
       200-FACTURAR-PERIODO.

           IF WK-PERIODO = 0
              DISPLAY 'SIN PERIODO EN PARM516SS, NO SE FACTURA'
              GO TO 200-FIN
           END-IF.

           OPEN INPUT RB502SS.
           IF   ES-RB502SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR DETALLE RB502SS ' ES-RB502SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RB502SS THRU 2000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB502SS.

           PERFORM 105-CARGAR-GLCTASS THRU 105-FIN.

           MOVE 0 TO WK-IX-FAC.
           PERFORM 210-EMITIR-FACTURA THRU 210-FIN
                   UNTIL WK-IX-FAC >= WK-CANT-FAC.

           OPEN EXTEND RBGLISS.
           IF   ES-RBGLISS = '35'
                OPEN OUTPUT RBGLISS.
           IF   ES-RBGLISS NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR INTERFASE RBGLISS ' ES-RBGLISS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO WK-IX-NET.
           PERFORM 220-GRABAR-ASIENTO THRU 220-FIN
                   UNTIL WK-IX-NET >= WK-CANT-NET.
           CLOSE RBGLISS.

       200-FIN.
           EXIT.

       2000-LEER-RB502SS.

           READ RB502SS

           IF ES-RB502SS = '00'
              ADD 1 TO WK-LEIDOS-502
              PERFORM 2010-ACUMULAR-FACTURA THRU 2010-FIN
           ELSE
            IF ES-RB502SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER DETALLE RB502SS ' ES-RB502SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2000-FIN.
           EXIT.

       2010-ACUMULAR-FACTURA.

           IF RB502SS-POR-PAGAR
              MOVE 'P' TO WK-SENTIDO-ACT
           ELSE
              MOVE 'C' TO WK-SENTIDO-ACT
           END-IF.

           MOVE 0 TO WK-IX-FAC.
           MOVE 0 TO WK-SW-FAC-HALLADA.
           PERFORM 2011-BUSCAR-FACTURA THRU 2011-FIN
                   UNTIL WK-IX-FAC >= WK-CANT-FAC OR
                         WK-SW-FAC-HALLADA = 1.

           IF WK-SW-FAC-HALLADA = 0
              IF WK-CANT-FAC >= 150
                 DISPLAY 'TABLA DE FACTURAS LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-FAC
              MOVE WK-CANT-FAC        TO WK-IX-FAC
              MOVE RB502SS-RED-ADQUIR TO TB-FC-RED(WK-IX-FAC)
              MOVE WK-SENTIDO-ACT     TO TB-FC-SENTIDO(WK-IX-FAC)
              MOVE RB502SS-MONEDA     TO TB-FC-MONEDA(WK-IX-FAC)
           END-IF.

           ADD 1              TO TB-FC-CANT(WK-IX-FAC).
           ADD RB502SS-TARIFA TO TB-FC-MONTO(WK-IX-FAC).

       2010-FIN.
           EXIT.

       2011-BUSCAR-FACTURA.

           ADD 1 TO WK-IX-FAC.
           IF RB502SS-RED-ADQUIR = TB-FC-RED(WK-IX-FAC) AND
              WK-SENTIDO-ACT     = TB-FC-SENTIDO(WK-IX-FAC) AND
              RB502SS-MONEDA     = TB-FC-MONEDA(WK-IX-FAC)
              MOVE 1 TO WK-SW-FAC-HALLADA.

       2011-FIN.
           EXIT.

       105-CARGAR-GLCTASS.

           MOVE 0  TO WK-CANT-GLCTA.
           OPEN INPUT GLCTASS.
           IF   ES-GLCTASS = '97'
                MOVE '00'  TO ES-GLCTASS.
           IF   ES-GLCTASS = '00'
                PERFORM 1050-LEER-GLCTASS THRU 1050-FIN
                        UNTIL ES-GLCTASS NOT = '00'
                CLOSE GLCTASS
           END-IF.
           DISPLAY 'CUENTAS CONTABLES CARGADAS : ' WK-CANT-GLCTA.

       105-FIN.
           EXIT.

       1050-LEER-GLCTASS.

           READ GLCTASS.
           IF ES-GLCTASS = '00'
              IF WK-CANT-GLCTA >= 100
                 DISPLAY 'TABLA GLCTASS LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-GLCTA
              MOVE GLCTA-ORIGEN          TO TB-GL-ORIGEN(WK-CANT-GLCTA)
              MOVE GLCTA-RED-ADQUIR      TO TB-GL-RED(WK-CANT-GLCTA)
              MOVE GLCTA-MONEDA          TO TB-GL-MONEDA(WK-CANT-GLCTA)
              MOVE GLCTA-CUENTA-CONTABLE TO TB-GL-CUENTA(WK-CANT-GLCTA)
           END-IF.

       1050-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ALTA DE UNA FACTURA. SI LA FACTURA DEL PERIODO YA EXISTE (UNA  *
      * CORRIDA REPETIDA) NO SE TOCA NI SE VUELVE A CONTABILIZAR       *
      *----------------------------------------------------------------*
       210-EMITIR-FACTURA.

           ADD 1 TO WK-IX-FAC.

           MOVE TB-FC-RED(WK-IX-FAC)     TO RB516FM-RED-ADQUIR.
           MOVE TB-FC-SENTIDO(WK-IX-FAC) TO RB516FM-SENTIDO.
           MOVE TB-FC-MONEDA(WK-IX-FAC)  TO RB516FM-MONEDA.
           MOVE WK-PERIODO               TO RB516FM-PERIODO.
           READ RB516FM.

           IF ES-RB516FM = '00'
              DISPLAY 'FACTURA YA EMITIDA, NO SE REPITE: '
                      RB516FM-LLAVE
              ADD 1 TO WK-YA-FACTURADAS
              GO TO 210-FIN
           END-IF.
           IF ES-RB516FM NOT = '23'
              DISPLAY 'ERROR AL LEER MAESTRO RB516FM ' ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           SET  RB516FM-ABIERTA          TO TRUE.
           MOVE WK-FECHA-SISTEMA         TO RB516FM-FECHA-EMISION.
           MOVE WK-FECHA-VENCIMIENTO     TO RB516FM-FECHA-VENCIMIENTO.
           MOVE TB-FC-CANT(WK-IX-FAC)    TO RB516FM-CANT-TRANSAC.
           MOVE TB-FC-MONTO(WK-IX-FAC)   TO RB516FM-MONTO-FACTURA.
           MOVE 0                        TO RB516FM-MONTO-APLICADO.
           MOVE 0                        TO RB516FM-FECHA-ULT-PAGO.
           MOVE 0                        TO RB516FM-CANT-PAGOS.
           WRITE REG-RB516FM.
           IF ES-RB516FM NOT = '00'
              DISPLAY 'ERROR AL GRABAR MAESTRO RB516FM ' ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE RB516FM-RED-ADQUIR        TO RB516FC-RED-ADQUIR.
           MOVE RB516FM-SENTIDO           TO RB516FC-SENTIDO.
           MOVE RB516FM-MONEDA            TO RB516FC-MONEDA.
           MOVE RB516FM-PERIODO           TO RB516FC-PERIODO.
           MOVE RB516FM-FECHA-EMISION     TO RB516FC-FECHA-EMISION.
           MOVE RB516FM-FECHA-VENCIMIENTO TO RB516FC-FECHA-VENCIMIENTO.
           MOVE RB516FM-CANT-TRANSAC      TO RB516FC-CANT-TRANSAC.
           MOVE RB516FM-MONTO-FACTURA     TO RB516FC-MONTO-FACTURA.
           WRITE REG-RB516FC.
           IF ES-RB516FC NOT = '00'
              DISPLAY 'ERROR AL GRABAR FACTURAS RB516FC ' ES-RB516FC
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-FACTURAS.

           DISPLAY 'FACTURA ' RB516FM-LLAVE
                   ' CANT ' RB516FM-CANT-TRANSAC
                   ' MONTO ' RB516FM-MONTO-FACTURA.

           PERFORM 2100-ACUMULAR-NETO THRU 2100-FIN.

       210-FIN.
           EXIT.

       2100-ACUMULAR-NETO.

           MOVE 0 TO WK-IX-NET.
           MOVE 0 TO WK-SW-NET-HALLADO.
           PERFORM 2101-BUSCAR-NETO THRU 2101-FIN
                   UNTIL WK-IX-NET >= WK-CANT-NET OR
                         WK-SW-NET-HALLADO = 1.

           IF WK-SW-NET-HALLADO = 0
              IF WK-CANT-NET >= 100
                 DISPLAY 'TABLA DE POSICION NETA LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-NET
              MOVE WK-CANT-NET        TO WK-IX-NET
              MOVE RB516FM-RED-ADQUIR TO TB-NT-RED(WK-IX-NET)
              MOVE RB516FM-MONEDA     TO TB-NT-MONEDA(WK-IX-NET)
           END-IF.

           ADD RB516FM-CANT-TRANSAC TO TB-NT-CANT(WK-IX-NET).
           IF RB516FM-POR-PAGAR
              ADD RB516FM-MONTO-FACTURA TO TB-NT-PAGAR(WK-IX-NET)
           ELSE
              ADD RB516FM-MONTO-FACTURA TO TB-NT-COBRAR(WK-IX-NET)
           END-IF.

       2100-FIN.
           EXIT.

       2101-BUSCAR-NETO.

           ADD 1 TO WK-IX-NET.
           IF RB516FM-RED-ADQUIR = TB-NT-RED(WK-IX-NET) AND
              RB516FM-MONEDA     = TB-NT-MONEDA(WK-IX-NET)
              MOVE 1 TO WK-SW-NET-HALLADO.

       2101-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN ASIENTO POR RED + MONEDA CON LA POSICION NETA DE LAS        *
      * FACTURAS NUEVAS: 'TIC' SI NETO NOS DEBEN, 'TIP' SI NETO        *
      * DEBEMOS. UNA POSICION NETA EN CERO NO SE CONTABILIZA           *
      *----------------------------------------------------------------*
       220-GRABAR-ASIENTO.

           ADD 1 TO WK-IX-NET.

           IF TB-NT-COBRAR(WK-IX-NET) = TB-NT-PAGAR(WK-IX-NET)
              GO TO 220-FIN
           END-IF.

           IF TB-NT-COBRAR(WK-IX-NET) > TB-NT-PAGAR(WK-IX-NET)
              MOVE 'TIC' TO WK-ORIGEN-ACT
              COMPUTE RBGLI-MONTO = TB-NT-COBRAR(WK-IX-NET)
                                  - TB-NT-PAGAR(WK-IX-NET)
           ELSE
              MOVE 'TIP' TO WK-ORIGEN-ACT
              COMPUTE RBGLI-MONTO = TB-NT-PAGAR(WK-IX-NET)
                                  - TB-NT-COBRAR(WK-IX-NET)
           END-IF.

           MOVE WK-FECHA-SISTEMA          TO RBGLI-FECHA-PROCESO.
           MOVE 'RBD516  '                TO RBGLI-REF-PROGRAMA.
           MOVE WK-FECHA-SISTEMA          TO RBGLI-REF-FECHA.
           MOVE WK-HORA-INICIO            TO RBGLI-REF-HORA.
           MOVE WK-ORIGEN-ACT             TO RBGLI-ORIGEN.
           MOVE TB-NT-RED(WK-IX-NET)      TO RBGLI-RED-ADQUIR.
           MOVE TB-NT-MONEDA(WK-IX-NET)   TO RBGLI-MONEDA.
           MOVE TB-NT-CANT(WK-IX-NET)     TO RBGLI-CANT-TRANSAC.

           PERFORM 2200-BUSCAR-CUENTA THRU 2200-FIN.

           WRITE REG-RBGLISS.
           IF ES-RBGLISS NOT = '00'
              DISPLAY 'ERROR AL GRABAR RBGLISS ' ES-RBGLISS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-ASIENTOS.

           DISPLAY 'ASIENTO ' RBGLI-ORIGEN ' RED ' RBGLI-RED-ADQUIR
                   ' ' RBGLI-MONEDA
                   ' CANT ' RBGLI-CANT-TRANSAC
                   ' MONTO ' RBGLI-MONTO
                   ' CTA ' RBGLI-CUENTA-CONTABLE.

       220-FIN.
           EXIT.

       2200-BUSCAR-CUENTA.

           MOVE 0 TO RBGLI-CUENTA-CONTABLE.
           MOVE 0 TO WK-IX-GLCTA.
           MOVE 0 TO WK-SW-GLCTA-HALLADA.
           PERFORM 2201-PROBAR-CUENTA THRU 2201-FIN
                   UNTIL WK-IX-GLCTA >= WK-CANT-GLCTA OR
                         WK-SW-GLCTA-HALLADA = 1.

           IF WK-SW-GLCTA-HALLADA = 0
              DISPLAY 'SIN CUENTA CONTABLE MAPEADA PARA '
                      WK-ORIGEN-ACT ' '
                      TB-NT-RED(WK-IX-NET) ' '
                      TB-NT-MONEDA(WK-IX-NET)
              ADD 1 TO WK-SIN-CUENTA
           END-IF.

       2200-FIN.
           EXIT.

       2201-PROBAR-CUENTA.

           ADD 1 TO WK-IX-GLCTA.
           IF TB-GL-ORIGEN(WK-IX-GLCTA) = WK-ORIGEN-ACT
              AND TB-GL-MONEDA(WK-IX-GLCTA) =
                  TB-NT-MONEDA(WK-IX-NET)
              AND (TB-GL-RED(WK-IX-GLCTA) =
                   TB-NT-RED(WK-IX-NET) OR
                   TB-GL-RED(WK-IX-GLCTA) = SPACES)
              MOVE TB-GL-CUENTA(WK-IX-GLCTA)
                                  TO RBGLI-CUENTA-CONTABLE
              MOVE 1 TO WK-SW-GLCTA-HALLADA.

       2201-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * APLICACION DE COBROS Y REMESAS. SIN ARCHIVO DE PAGOS DEL DIA   *
      * SOLO SE ENVEJECE                                               *
      *----------------------------------------------------------------*
       300-APLICAR-PAGOS.

           OPEN INPUT RB516PG.
           IF   ES-RB516PG = '97'
                MOVE '00'  TO ES-RB516PG.
           IF   ES-RB516PG NOT = '00'
                DISPLAY 'SIN PAGOS RB516PG PARA APLICAR'
                GO TO 300-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3000-LEER-RB516PG THRU 3000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB516PG.

       300-FIN.
           EXIT.

       3000-LEER-RB516PG.

           READ RB516PG

           IF ES-RB516PG = '00'
              IF REG-RB516PG = SPACES OR REG-RB516PG(1:1) = '*'
                 GO TO 3000-FIN
              END-IF
              ADD 1 TO WK-PAGOS
              PERFORM 3010-APLICAR-PAGO THRU 3010-FIN
           ELSE
            IF ES-RB516PG = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER PAGOS RB516PG ' ES-RB516PG
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       3000-FIN.
           EXIT.

       3010-APLICAR-PAGO.

           IF (RB516PG-SENTIDO NOT = 'C' AND 'P') OR
              RB516PG-MONTO NOT NUMERIC OR
              RB516PG-PERIODO NOT NUMERIC OR
              RB516PG-FECHA-PAGO NOT NUMERIC
              MOVE 0    TO WK-SALDO-PAGO
              MOVE 'IN' TO WK-MOTIVO
              PERFORM 3040-NO-APLICADO THRU 3040-FIN
              GO TO 3010-FIN
           END-IF.
           IF RB516PG-MONTO = 0
              MOVE 0    TO WK-SALDO-PAGO
              MOVE 'IN' TO WK-MOTIVO
              PERFORM 3040-NO-APLICADO THRU 3040-FIN
              GO TO 3010-FIN
           END-IF.

           MOVE RB516PG-MONTO      TO WK-SALDO-PAGO.
           MOVE 0                  TO WK-SW-ABONO-HECHO.
           MOVE RB516PG-RED-ADQUIR TO WK-GP-RED.
           MOVE RB516PG-SENTIDO    TO WK-GP-SENTIDO.
           MOVE RB516PG-MONEDA     TO WK-GP-MONEDA.

           IF RB516PG-PERIODO > 0
              PERFORM 3020-APLICAR-A-PERIODO THRU 3020-FIN
           ELSE
              PERFORM 3030-APLICAR-ANTIGUAS  THRU 3030-FIN
           END-IF.

           IF WK-SALDO-PAGO > 0 AND WK-MOTIVO = SPACES
              IF WK-SW-ABONO-HECHO = 1
                 MOVE 'SO' TO WK-MOTIVO
              ELSE
                 MOVE 'SF' TO WK-MOTIVO
              END-IF
           END-IF.
           IF WK-SALDO-PAGO > 0
              PERFORM 3040-NO-APLICADO THRU 3040-FIN
           END-IF.

       3010-FIN.
           EXIT.

       3020-APLICAR-A-PERIODO.

           MOVE SPACES          TO WK-MOTIVO.
           MOVE WK-GRUPO-PAGO   TO RB516FM-GRUPO.
           MOVE RB516PG-PERIODO TO RB516FM-PERIODO.
           READ RB516FM.

           IF ES-RB516FM = '23'
              MOVE 'FI' TO WK-MOTIVO
              GO TO 3020-FIN
           END-IF.
           IF ES-RB516FM NOT = '00'
              DISPLAY 'ERROR AL LEER MAESTRO RB516FM ' ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB516FM-CANCELADA
              MOVE 'FC' TO WK-MOTIVO
              GO TO 3020-FIN
           END-IF.

           PERFORM 3050-ABONAR-FACTURA THRU 3050-FIN.

       3020-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PAGO SIN PERIODO: CANCELA LAS FACTURAS ABIERTAS DE LA RED,     *
      * SENTIDO Y MONEDA DE LA MAS ANTIGUA A LA MAS NUEVA              *
      *----------------------------------------------------------------*
       3030-APLICAR-ANTIGUAS.

           MOVE SPACES        TO WK-MOTIVO.
           MOVE WK-GRUPO-PAGO TO RB516FM-GRUPO.
           MOVE 0             TO RB516FM-PERIODO.
           START RB516FM KEY IS NOT LESS THAN RB516FM-LLAVE.
           IF ES-RB516FM NOT = '00'
              GO TO 3030-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 3031-SIGUIENTE-FACTURA THRU 3031-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1 OR WK-SALDO-PAGO = 0.

       3030-FIN.
           EXIT.

       3031-SIGUIENTE-FACTURA.

           READ RB516FM NEXT RECORD.
           IF ES-RB516FM = '10'
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 3031-FIN
           END-IF.
           IF ES-RB516FM NOT = '00'
              DISPLAY 'ERROR AL RECORRER MAESTRO RB516FM ' ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF RB516FM-GRUPO NOT = WK-GRUPO-PAGO
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 3031-FIN
           END-IF.
           IF RB516FM-ABIERTA
              PERFORM 3050-ABONAR-FACTURA THRU 3050-FIN
           END-IF.

       3031-FIN.
           EXIT.

       3040-NO-APLICADO.

           MOVE REG-RB516PG   TO RB516NA-PAGO.
           MOVE WK-MOTIVO     TO RB516NA-MOTIVO.
           MOVE WK-SALDO-PAGO TO RB516NA-MONTO-NO-APLICADO.
           WRITE REG-RB516NA.
           IF ES-RB516NA NOT = '00'
              DISPLAY 'ERROR AL GRABAR NO APLICADOS RB516NA '
                       ES-RB516NA
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-NO-APLICADOS.
           DISPLAY 'PAGO NO APLICADO (' WK-MOTIVO '): ' REG-RB516PG.

       3040-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ABONA A LA FACTURA LEIDA LO QUE ALCANCE DEL PAGO; LA FACTURA   *
      * SALDADA QUEDA CANCELADA                                        *
      *----------------------------------------------------------------*
       3050-ABONAR-FACTURA.

           COMPUTE WK-SALDO-FACTURA = RB516FM-MONTO-FACTURA
                                    - RB516FM-MONTO-APLICADO.
           IF WK-SALDO-PAGO < WK-SALDO-FACTURA
              MOVE WK-SALDO-PAGO    TO WK-MONTO-ABONO
           ELSE
              MOVE WK-SALDO-FACTURA TO WK-MONTO-ABONO
           END-IF.

           ADD  WK-MONTO-ABONO      TO RB516FM-MONTO-APLICADO.
           SUBTRACT WK-MONTO-ABONO  FROM WK-SALDO-PAGO.
           MOVE RB516PG-FECHA-PAGO  TO RB516FM-FECHA-ULT-PAGO.
           ADD  1                   TO RB516FM-CANT-PAGOS.
           IF RB516FM-MONTO-APLICADO >= RB516FM-MONTO-FACTURA
              SET RB516FM-CANCELADA TO TRUE
              ADD 1 TO WK-CANCELADAS
           END-IF.

           REWRITE REG-RB516FM.
           IF ES-RB516FM NOT = '00'
              DISPLAY 'ERROR AL ACTUALIZAR MAESTRO RB516FM '
                       ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           MOVE 1 TO WK-SW-ABONO-HECHO.
           ADD  1 TO WK-ABONOS.

       3050-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ANTIGUEDAD: SE RECORRE EL MAESTRO EN ORDEN DE LLAVE Y SE       *
      * LISTA CADA FACTURA ABIERTA CON SUS DIAS DE VENCIDA; AL FINAL   *
      * VA EL RESUMEN DE SALDOS POR SENTIDO, MONEDA Y TRAMO            *
      *----------------------------------------------------------------*
       400-LISTAR-ANTIGUEDAD.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE LOW-VALUES TO RB516FM-LLAVE.
           START RB516FM KEY IS NOT LESS THAN RB516FM-LLAVE.
           IF ES-RB516FM = '00'
              MOVE 0 TO WK-SW-FIN-BROWSE
              PERFORM 4000-LISTAR-FACTURA THRU 4000-FIN
                      UNTIL WK-SW-FIN-BROWSE = 1
           END-IF.

           IF WK-ABIERTAS = 0
              MOVE '  SIN SALDOS ABIERTOS' TO REG-RB516AG
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE SPACES                TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-RES-COLUMNAS TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE 0 TO WK-IX-RES.
           PERFORM 4020-IMPRIMIR-RESUMEN THRU 4020-FIN
                   UNTIL WK-IX-RES >= WK-CANT-RES.

       400-FIN.
           EXIT.

       4000-LISTAR-FACTURA.

           READ RB516FM NEXT RECORD.
           IF ES-RB516FM = '10'
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 4000-FIN
           END-IF.
           IF ES-RB516FM NOT = '00'
              DISPLAY 'ERROR AL RECORRER MAESTRO RB516FM ' ES-RB516FM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           IF NOT RB516FM-ABIERTA
              GO TO 4000-FIN
           END-IF.
           ADD 1 TO WK-ABIERTAS.

           COMPUTE WK-SALDO-FACTURA = RB516FM-MONTO-FACTURA
                                    - RB516FM-MONTO-APLICADO.
           MOVE RB516FM-FECHA-VENCIMIENTO TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           IF WK-JDN >= WK-JDN-PROCESO
              MOVE 0 TO WK-DIAS-VENCIDA
           ELSE
              COMPUTE WK-DIAS-VENCIDA = WK-JDN-PROCESO - WK-JDN
           END-IF.

           MOVE SPACES TO WK-LINEA-DETALLE.
           EVALUATE TRUE
               WHEN WK-DIAS-VENCIDA = 0
                   MOVE 1          TO WK-IX-TRAMO
                   MOVE 'AL DIA'   TO WK-LDE-TRAMO
               WHEN WK-DIAS-VENCIDA <= 30
                   MOVE 2          TO WK-IX-TRAMO
                   MOVE '1-30'     TO WK-LDE-TRAMO
               WHEN WK-DIAS-VENCIDA <= 60
                   MOVE 3          TO WK-IX-TRAMO
                   MOVE '31-60'    TO WK-LDE-TRAMO
               WHEN WK-DIAS-VENCIDA <= 90
                   MOVE 4          TO WK-IX-TRAMO
                   MOVE '61-90'    TO WK-LDE-TRAMO
               WHEN OTHER
                   MOVE 5          TO WK-IX-TRAMO
                   MOVE 'MAS DE 90' TO WK-LDE-TRAMO
           END-EVALUATE.

           MOVE RB516FM-RED-ADQUIR        TO WK-LDE-RED.
           IF RB516FM-POR-PAGAR
              MOVE 'PAGAR'                TO WK-LDE-SENTIDO
           ELSE
              MOVE 'COBRAR'               TO WK-LDE-SENTIDO
           END-IF.
           MOVE RB516FM-MONEDA            TO WK-LDE-MONEDA.
           MOVE RB516FM-PERIODO           TO WK-LDE-PERIODO.
           MOVE RB516FM-FECHA-EMISION     TO WK-LDE-EMISION.
           MOVE RB516FM-FECHA-VENCIMIENTO TO WK-LDE-VENCIMIENTO.
           MOVE WK-DIAS-VENCIDA           TO WK-LDE-DIAS.
           MOVE RB516FM-MONTO-FACTURA     TO WK-LDE-MONTO-FACTURA.
           MOVE RB516FM-MONTO-APLICADO    TO WK-LDE-MONTO-APLICADO.
           MOVE WK-SALDO-FACTURA          TO WK-LDE-SALDO.
           MOVE WK-LINEA-DETALLE          TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           PERFORM 4010-ACUMULAR-RESUMEN THRU 4010-FIN.

       4000-FIN.
           EXIT.

       4010-ACUMULAR-RESUMEN.

           MOVE 0 TO WK-IX-RES.
           MOVE 0 TO WK-SW-RES-HALLADO.
           PERFORM 4011-BUSCAR-RESUMEN THRU 4011-FIN
                   UNTIL WK-IX-RES >= WK-CANT-RES OR
                         WK-SW-RES-HALLADO = 1.

           IF WK-SW-RES-HALLADO = 0
              IF WK-CANT-RES >= 40
                 DISPLAY 'TABLA DE RESUMEN DE ANTIGUEDAD LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-RES
              MOVE WK-CANT-RES      TO WK-IX-RES
              MOVE RB516FM-SENTIDO  TO TB-RS-SENTIDO(WK-IX-RES)
              MOVE RB516FM-MONEDA   TO TB-RS-MONEDA(WK-IX-RES)
           END-IF.

           ADD WK-SALDO-FACTURA TO TB-RS-TRAMO(WK-IX-RES WK-IX-TRAMO).
           ADD WK-SALDO-FACTURA TO TB-RS-TOTAL(WK-IX-RES).

       4010-FIN.
           EXIT.

       4011-BUSCAR-RESUMEN.

           ADD 1 TO WK-IX-RES.
           IF RB516FM-SENTIDO = TB-RS-SENTIDO(WK-IX-RES) AND
              RB516FM-MONEDA  = TB-RS-MONEDA(WK-IX-RES)
              MOVE 1 TO WK-SW-RES-HALLADO.

       4011-FIN.
           EXIT.

       4020-IMPRIMIR-RESUMEN.

           ADD 1 TO WK-IX-RES.
           MOVE SPACES TO WK-LINEA-RESUMEN.
           IF TB-RS-SENTIDO(WK-IX-RES) = 'P'
              MOVE 'PAGAR'  TO WK-LRS-SENTIDO
           ELSE
              MOVE 'COBRAR' TO WK-LRS-SENTIDO
           END-IF.
           MOVE TB-RS-MONEDA(WK-IX-RES)     TO WK-LRS-MONEDA.
           MOVE TB-RS-TRAMO(WK-IX-RES 1)    TO WK-LRS-MONTO(1).
           MOVE TB-RS-TRAMO(WK-IX-RES 2)    TO WK-LRS-MONTO(2).
           MOVE TB-RS-TRAMO(WK-IX-RES 3)    TO WK-LRS-MONTO(3).
           MOVE TB-RS-TRAMO(WK-IX-RES 4)    TO WK-LRS-MONTO(4).
           MOVE TB-RS-TRAMO(WK-IX-RES 5)    TO WK-LRS-MONTO(5).
           MOVE TB-RS-TOTAL(WK-IX-RES)      TO WK-LRS-TOTAL.
           MOVE WK-LINEA-RESUMEN            TO REG-RB516AG.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4020-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB516AG.
           IF ES-RB516AG NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB516AG ' ES-RB516AG
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
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

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD516 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-NO-APLICADOS > 0 OR WK-YA-FACTURADAS > 0 OR
               WK-SIN-CUENTA > 0) AND RETURN-CODE = 0
              DISPLAY 'HAY PAGOS NO APLICADOS, FACTURAS REPETIDAS O '
                      'ASIENTOS SIN CUENTA. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD516 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'DETALLES RB502SS           : ' WK-LEIDOS-502
              DISPLAY 'FACTURAS EMITIDAS          : ' WK-FACTURAS
              DISPLAY 'FACTURAS YA EMITIDAS       : ' WK-YA-FACTURADAS
              DISPLAY 'ASIENTOS GENERADOS         : ' WK-ASIENTOS
              DISPLAY 'ASIENTOS SIN CUENTA        : ' WK-SIN-CUENTA
              DISPLAY 'PAGOS LEIDOS               : ' WK-PAGOS
              DISPLAY 'ABONOS A FACTURAS          : ' WK-ABONOS
              DISPLAY 'FACTURAS CANCELADAS        : ' WK-CANCELADAS
              DISPLAY 'PAGOS NO APLICADOS         : ' WK-NO-APLICADOS
              DISPLAY 'FACTURAS ABIERTAS          : ' WK-ABIERTAS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB516FM.
           CLOSE RB516FC.
           CLOSE RB516NA.
           CLOSE RB516AG.
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

           MOVE 'RBD516  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'FACTURAS'           TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-FACTURAS          TO RBLEDG-CONT-VALOR(1).
           MOVE 'ASIENTOS'           TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-ASIENTOS          TO RBLEDG-CONT-VALOR(2).
           MOVE 'PAGOS'              TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-PAGOS             TO RBLEDG-CONT-VALOR(3).
           MOVE 'PAGOS-NO-APLICADOS' TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-NO-APLICADOS      TO RBLEDG-CONT-VALOR(4).
           MOVE 'FACTURAS-CANCELADAS' TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-CANCELADAS        TO RBLEDG-CONT-VALOR(5).
           MOVE 'FACTURAS-ABIERTAS'  TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-ABIERTAS          TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
